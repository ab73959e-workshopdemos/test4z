      ******************************************************************
      * ZTPDGANM - ANMMAST animal inventory master record layout.
      *
      * KSDS keyed by the shelter animal ID (the same identifier keyed
      * on ADOPTS-ANIMAL-ID). A record is created by an INTAKE
      * transaction through ZTPDOGAI and then follows the animal
      * through its lifecycle: the posting run moves it to ADOPTED on
      * an applied ADOPTION, to RETURNED on a RETURN and back to
      * IN-SHELTER on a REVERSAL; ZTPDOGAI moves it to TRANSFERRED
      * when the animal leaves for another agency. IN-SHELTER and
      * RETURNED animals are the ones in the shelter and available to
      * adopt; the posting run refuses an ADOPTION of any other, and
      * of an animal with no master record at all, so the resident
      * population is loaded with INTAKE transactions when the master
      * is first built.
      *
      * ANM-STAY-START-DATE is the day the current (or last) shelter
      * stay began - the intake date, or the return date once a
      * placement comes back - and ANM-LAST-STAY-DAYS is the length
      * of the stay that ended in the latest placement; together they
      * are the length-of-stay figures ZTPDOGLS reports. The placed
      * location and last adoption date let a REVERSAL or RETURN in a
      * later run net the exact placement it refers to.
      *
      * The ANM-LAST-EVENT fields hold the latest ADOPTS event posted
      * into the record and ANM-RUN-STAMP the posting run that moved
      * it last (its start timestamp to the hundredth). A record older
      * than the latest event, seen by a different run, is history
      * the master has already moved past, and the latest event seen
      * again is a replay; neither is re-checked or re-posted, so a
      * repost under OVERRIDE or a restart cannot move the master
      * twice.
      *
      * ANM-MASTER-ADDED-DATE is the run date ZTPDOGAI first wrote the
      * record. The earliest on file is the day the inventory came
      * into use: an ADOPTION dated before it of an animal with no
      * record was placed before the master existed.
      ******************************************************************
       01  ANIMAL-MASTER-REC.
           05  ANM-ANIMAL-ID               PIC X(10).
           05  ANM-BREED-CODE              PIC 9(3).
           05  ANM-INTAKE-DATE             PIC 9(8).
           05  ANM-INTAKE-LOCATION         PIC X(3).
           05  ANM-STATUS                  PIC X(11).
               88  ANM-STATUS-IN-SHELTER   VALUE 'IN-SHELTER'.
               88  ANM-STATUS-ADOPTED      VALUE 'ADOPTED'.
               88  ANM-STATUS-RETURNED     VALUE 'RETURNED'.
               88  ANM-STATUS-TRANSFERRED  VALUE 'TRANSFERRED'.
               88  ANM-STATUS-AVAILABLE    VALUE 'IN-SHELTER'
                                                 'RETURNED'.
           05  ANM-STATUS-DATE             PIC 9(8).
           05  ANM-STAY-START-DATE         PIC 9(8).
           05  ANM-LAST-STAY-DAYS          PIC 9(5).
           05  ANM-PLACEMENT-COUNT         PIC 9(3).
           05  ANM-RETURN-COUNT            PIC 9(3).
           05  ANM-LAST-ADOPTION-DATE      PIC 9(8).
           05  ANM-LAST-ADOPTER-ID         PIC X(8).
           05  ANM-PLACED-LOCATION         PIC X(3).
           05  ANM-LAST-EVENT-DATE         PIC 9(8).
           05  ANM-LAST-EVENT-TYPE         PIC X(8).
           05  ANM-LAST-EVENT-ADOPTER      PIC X(8).
           05  ANM-RUN-STAMP               PIC X(16).
           05  ANM-MASTER-ADDED-DATE       PIC 9(8).
           05  FILLER                      PIC X(11).
