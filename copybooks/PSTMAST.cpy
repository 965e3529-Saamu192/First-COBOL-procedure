      *    field existed keep their offsets and read a space dept,
      *    which the inquiry reports as unknown.
           05  PST-DEPT-CODE           PIC X(03).
      *    Run stamp and before-image, so the cycle backout can find
      *    every posting a run made or changed and put it back the
      *    way the run found it. The run date is the business date
      *    the run posted under (the cycle-start date), not the
      *    clock date. A space prior status means the run created
      *    the posting. The image is taken on the first change a run
      *    makes, so a restart or a second change to the same key in
      *    the same run keeps the state from before the run began.
      *    Records posted before these fields existed carry spaces
      *    here and are never selected for backout.
           05  PST-RUN-DATE            PIC 9(08).
           05  PST-RUN-CYCLE           PIC 9(01).
           05  PST-PRIOR-STATUS        PIC X(01).
               88  PST-CREATED-BY-RUN       VALUE SPACE.
           05  PST-PRIOR-RESULT        PIC 9(14)V99.
           05  PST-PRIOR-POST-DATE     PIC 9(08).
           05  PST-PRIOR-POST-TIME     PIC 9(08).
      *    The content of the original that created or re-posted the
      *    posting, so the suspected-duplicate check can match a
      *    resubmission under a new record id. Records posted before
      *    these fields existed carry spaces and are never matched.
           05  PST-AMOUNT-1            PIC 9(07)V99.
           05  PST-AMOUNT-2            PIC 9(07)V99.
           05  PST-TYPE-CODE           PIC X(01).
      *    The currency the transaction arrived in and its result in
      *    that currency before conversion, with their before-image
      *    for the cycle backout; PST-RESULT and PST-PRIOR-RESULT
      *    above are always base currency. Records posted before
      *    these fields existed carry spaces in the code and are
      *    base-currency postings.
           05  PST-CURRENCY-CODE       PIC X(03).
           05  PST-CURRENCY-RESULT     PIC 9(14)V99.
           05  PST-PRIOR-CURRENCY-CODE PIC X(03).
           05  PST-PRIOR-CURRENCY-RESULT PIC 9(14)V99.
           05  FILLER                  PIC X(10).
