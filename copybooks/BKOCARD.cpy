      ******************************************************************
      * Copybook: BKOCARD
      * Purpose:  Cycle backout request card. Names the business date
      *           and settlement cycle whose posting run is to be
      *           unwound and the authorized operator requesting it.
      *           A run whose postings the ledger has already
      *           confirmed is only backed out when the card carries
      *           the supervisor override indicator and the id of an
      *           active supervisor other than the requesting
      *           operator.
      ******************************************************************
       01  BACKOUT-CARD-RECORD.
           05  BKO-BUSINESS-DATE       PIC 9(08).
           05  BKO-CYCLE-NUMBER        PIC 9(01).
           05  BKO-OPERATOR-ID         PIC X(08).
           05  BKO-OVERRIDE-FLAG       PIC X(01).
               88  BKO-SUPERVISOR-OVERRIDE  VALUE "S".
           05  BKO-SUPERVISOR-ID       PIC X(08).
           05  FILLER                  PIC X(54).
