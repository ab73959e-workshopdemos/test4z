      * than posted - the county agreement requires refusing
      * adoptions to barred individuals, and the batch total is the
      * last place to catch one before it is reported.
      *
      * An adopter found registered twice is merged by a ZTPDOGAM
      * MERGE: the duplicate ID's ADOPTS history moves to the
      * surviving ID and the duplicate is retired with status MERGED
      * and ADM-MERGED-INTO-ID naming the survivor. The record stays
      * on the master so the ID cannot be re-registered, and the
      * posting run rejects anything still keyed under it.
      ******************************************************************
       01  ADOPTER-MASTER-REC.
           05  ADM-ADOPTER-ID              PIC X(8).
           05  ADM-STATUS                  PIC X(8).
               88  ADM-STATUS-ACTIVE       VALUE 'ACTIVE'.
               88  ADM-STATUS-BARRED       VALUE 'BARRED'.
               88  ADM-STATUS-MERGED       VALUE 'MERGED'.
           05  ADM-REGISTER-DATE           PIC 9(8).
           05  ADM-MERGED-INTO-ID          PIC X(8).
           05  FILLER                      PIC X(18).
