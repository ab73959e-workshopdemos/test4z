      ******************************************************************
      * ZTPDGSTF - STATFILE annual shelter outcomes statistics return.
      *
      * The state's fixed 80-byte record format, written by ZTPDOGSF
      * and transmitted as it stands. Every record carries the record
      * type, the shelter licence number and the filing year:
      *
      *   H  header - shelter name and the date the return was
      *      prepared;
      *   D  outcome detail - one per breed group and location with
      *      any activity in the year: adoptions, reversals (keying
      *      corrections that void an adoption) and returns, with the
      *      returns split by days from adoption to return - within
      *      30 days, after 30 days, and those whose adoption could
      *      not be found;
      *   L  live releases - one per location, then one for the
      *      shelter as a whole (location ALL): live releases
      *      (adoptions less reversals), returns, and net live
      *      releases (live releases less returns);
      *   T  trailer - the record count (header and trailer
      *      included), the detail count and hash totals of the
      *      detail adoptions, reversals and returns.
      *
      * The location is the ADOPTS intake site code; spaces is
      * activity keyed before the location rollout or at a site not
      * on LOCMAST. The live-release figures are signed (leading
      * separate sign): a reversal or return in the year can net an
      * adoption made the year before.
      ******************************************************************
       01  STATE-FILING-REC.
           05  STF-RECORD-TYPE             PIC X(1).
               88  STF-TYPE-HEADER         VALUE 'H'.
               88  STF-TYPE-DETAIL         VALUE 'D'.
               88  STF-TYPE-LIVE-RELEASE   VALUE 'L'.
               88  STF-TYPE-TRAILER        VALUE 'T'.
           05  STF-LICENCE-NUMBER          PIC X(10).
           05  STF-FILING-YEAR             PIC 9(4).
           05  STF-BODY                    PIC X(65).
           05  STF-HEADER-BODY REDEFINES STF-BODY.
               10  STF-SHELTER-NAME        PIC X(30).
               10  STF-PREPARED-DATE       PIC 9(8).
               10  FILLER                  PIC X(27).
           05  STF-DETAIL-BODY REDEFINES STF-BODY.
               10  STF-BREED-GROUP         PIC X(12).
               10  STF-LOCATION-CODE       PIC X(3).
               10  STF-ADOPTIONS           PIC 9(7).
               10  STF-REVERSALS           PIC 9(7).
               10  STF-RETURNS             PIC 9(7).
               10  STF-RETURNS-30-DAYS     PIC 9(7).
               10  STF-RETURNS-OVER-30     PIC 9(7).
               10  STF-RETURNS-NO-DAYS     PIC 9(7).
               10  FILLER                  PIC X(8).
           05  STF-LIVE-RELEASE-BODY REDEFINES STF-BODY.
               10  STF-LR-LOCATION-CODE    PIC X(3).
               10  STF-LIVE-RELEASES       PIC S9(7)
                                           SIGN LEADING SEPARATE.
               10  STF-LR-RETURNS          PIC 9(7).
               10  STF-NET-LIVE-RELEASES   PIC S9(7)
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(39).
           05  STF-TRAILER-BODY REDEFINES STF-BODY.
               10  STF-RECORD-COUNT        PIC 9(7).
               10  STF-DETAIL-COUNT        PIC 9(7).
               10  STF-HASH-ADOPTIONS      PIC 9(9).
               10  STF-HASH-REVERSALS      PIC 9(9).
               10  STF-HASH-RETURNS        PIC 9(9).
               10  FILLER                  PIC X(24).
