               10  CORR-DEPT-CODE      PIC X(03).
           05  CORR-ORIG-RECORD-ID     PIC 9(06).
           05  CORR-ORIG-TRAN-DATE     PIC 9(08).
      *    Currency of the replacement content; spaces mean the base
      *    currency.
           05  CORR-CURRENCY-CODE      PIC X(03).
           05  FILLER                  PIC X(26).
