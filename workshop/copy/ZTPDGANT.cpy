      ******************************************************************
      * ZTPDGANT - ANMTRAN animal intake/transfer transaction.
      *
      * One record per shelter movement against the ANMMAST animal
      * inventory master, applied in file order by ZTPDOGAI. INTAKE
      * takes an animal into the shelter at ANT-LOCATION-CODE under
      * ANT-BREED-CODE - a new animal, or one transferred out earlier
      * and now coming back. TRANSFER sends an animal that is in the
      * shelter out to another agency (named in ANT-AGENCY-NAME for
      * the register). A zero event date defaults to the run date.
      * Placements, returns and reversals are not keyed here: they
      * arrive on ADOPTS and the posting run moves the master.
      ******************************************************************
       01  ANIMAL-TRANSACTION-REC.
           05  ANT-FUNCTION                PIC X(10).
               88  ANT-FUNC-INTAKE         VALUE 'INTAKE'.
               88  ANT-FUNC-TRANSFER       VALUE 'TRANSFER'.
           05  ANT-ANIMAL-ID               PIC X(10).
           05  ANT-BREED-CODE              PIC 9(3).
           05  ANT-EVENT-DATE              PIC 9(8).
           05  ANT-LOCATION-CODE           PIC X(3).
           05  ANT-AGENCY-NAME             PIC X(20).
           05  FILLER                      PIC X(26).
