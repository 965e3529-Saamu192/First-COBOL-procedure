      ******************************************************************
      * Copybook: HLDCARD
      * Purpose:  Supervisor decision card for the over-limit hold
      *           queue. Action R releases the hold into the next
      *           cycle's feed; action D declines it to the reject
      *           file. The card is matched to the open hold by record
      *           id and transaction date, and is only honored when
      *           the supervisor id is an active supervisor on the
      *           authorized-operator file. On a suspected-duplicate
      *           hold any active operator may decide: action R
      *           releases it as not a duplicate, action C confirms it
      *           as one and sends it to the reject file.
      ******************************************************************
       01  HOLD-DECISION-CARD.
           05  HDC-ACTION-CODE         PIC X(01).
               88  HDC-RELEASE              VALUE "R".
               88  HDC-DECLINE              VALUE "D".
               88  HDC-CONFIRM              VALUE "C".
           05  HDC-RECORD-ID           PIC 9(06).
           05  HDC-TRAN-DATE           PIC 9(08).
           05  HDC-SUPERVISOR-ID       PIC X(08).
           05  FILLER                  PIC X(57).
