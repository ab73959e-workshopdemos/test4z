      ******************************************************************
      * ZTPDGLCM - LOCMAST shelter location master record layout.
      *
      * Externalizes the shelter's adoption sites, exactly as BREEDMST
      * externalizes the breed categories: one row per site code that
      * may appear in ADOPTS-LOCATION-CODE, with the site name printed
      * beside the code on the reports and the region the sites roll
      * up to. LCM-OPEN-DATE is the first day the site keyed records;
      * LCM-CLOSED-DATE is the first day it no longer did (zeros while
      * the site is open). The intake edit refuses a code not on this
      * master, or a record dated outside the site's open period; the
      * posting run sizes its location rows from it, so a new site
      * (a satellite adoption event included) is added here, not in
      * the programs.
      ******************************************************************
       01  LOCATION-MASTER-REC.
           05  LCM-LOCATION-CODE           PIC X(3).
           05  LCM-SITE-NAME               PIC X(20).
           05  LCM-REGION                  PIC X(10).
           05  LCM-OPEN-DATE               PIC 9(8).
           05  LCM-CLOSED-DATE             PIC 9(8).
           05  FILLER                      PIC X(31).
