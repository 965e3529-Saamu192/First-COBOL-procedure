      ******************************************************************
      * Copybook: LTXPARM
      * Purpose:  Parameter card for the large-transaction compliance
      *           step: the base-currency amount a GL detail must
      *           exceed to be reported, how far below it (whole
      *           percent of the threshold) a posting still counts as
      *           just below it, the number of business days back
      *           from the business date over which just-below
      *           postings are gathered, and how many of them one
      *           department must have in that window to be reported
      *           as a possible split transaction. A blank or zero
      *           field keeps its default.
      ******************************************************************
       01  LARGE-TXN-PARM-CARD.
           05  LTP-THRESHOLD           PIC 9(09)V99.
           05  LTP-NEAR-PERCENT        PIC 9(02).
           05  LTP-WINDOW-DAYS         PIC 9(02).
           05  LTP-MINIMUM-COUNT       PIC 9(02).
           05  FILLER                  PIC X(63).
