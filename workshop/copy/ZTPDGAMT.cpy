      * run date). CHANGE replaces the name and/or register date of an
      * existing adopter, leaving the status alone. BAR and REINSTATE
      * move the status between ACTIVE and BARRED; the name and date
      * fields are ignored on them. MERGE retires AMT-ADOPTER-ID as a
      * duplicate registration of AMT-MERGE-INTO-ID: its ADOPTS
      * history (and follow-up calls) move to the surviving ID, the
      * survivor takes the stricter status (BARRED wins) and the
      * earlier register date, and every record moved is written to
      * the MRGAUD merge audit file. Every transaction, applied or
      * refused, is shown on the maintenance register with its reason
      * - that register is the answer to the county's annual question
      * of how barred statuses got onto the master.
               88  AMT-FUNC-CHANGE         VALUE 'CHANGE'.
               88  AMT-FUNC-BAR            VALUE 'BAR'.
               88  AMT-FUNC-REINSTATE      VALUE 'REINSTATE'.
               88  AMT-FUNC-MERGE          VALUE 'MERGE'.
           05  AMT-ADOPTER-ID              PIC X(8).
           05  AMT-ADOPTER-NAME            PIC X(30).
           05  AMT-REGISTER-DATE           PIC 9(8).
           05  AMT-MERGE-INTO-ID           PIC X(8).
           05  FILLER                      PIC X(16).
