      ******************************************************************
      * Copybook: PCLCARD
      * Purpose:  Period-close request card: the accounting period
      *           (YYYYMM), the action - T prints the trial balance
      *           only, C prints it and closes the period - and the
      *           authorized operator requesting it.
      ******************************************************************
       01  PERIOD-CLOSE-CARD.
           05  PCL-PERIOD              PIC 9(06).
           05  PCL-ACTION-CODE         PIC X(01).
               88  PCL-TRIAL-ONLY           VALUE "T".
               88  PCL-CLOSE-PERIOD         VALUE "C".
           05  PCL-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(65).
