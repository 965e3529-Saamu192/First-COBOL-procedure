      ******************************************************************
      * Copybook: DUPPARM
      * Purpose:  Parameter card for the suspected-duplicate check:
      *           the number of calendar days back from the run date
      *           over which postings on the posted master are
      *           compared with the day's feed.
      ******************************************************************
       01  DUPLICATE-PARM-CARD.
           05  DPP-LOOKBACK-DAYS       PIC 9(03).
           05  FILLER                  PIC X(77).
