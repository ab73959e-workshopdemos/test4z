      * still holds net for the breed. Records keyed before the
      * animal-ID rollout carry spaces there and net by breed slot as
      * before.
      *
      * ADOPTS-WAIVER-CODE is the fee waiver or discount code (a
      * WAIVERM code) keyed on an ADOPTION charged less than the
      * FEESCHD standard fee - senior adopter, foster fail, promotion
      * event. Spaces means the standard fee applies; the fee
      * compliance report lists any ADOPTION whose fee differs from
      * the schedule without an authorised waiver.
      ******************************************************************
       01  ADOPTS-RECORD.
           05  ADOPTS-ADOPTER-ID           PIC X(8).
           05  ADOPTS-LOCATION-CODE        PIC X(3).
           05  ADOPTS-FEE-AMOUNT           PIC 9(5)V99.
           05  ADOPTS-ANIMAL-ID            PIC X(10).
           05  ADOPTS-WAIVER-CODE          PIC X(3).
           05  FILLER                      PIC X(27).
