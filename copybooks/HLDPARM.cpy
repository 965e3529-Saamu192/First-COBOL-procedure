      ******************************************************************
      * Copybook: HLDPARM
      * Purpose:  Parameter card for the hold release program: the
      *           number of business days a hold may stay open before
      *           the aging report flags it for follow-up.
      ******************************************************************
       01  HOLD-PARM-CARD.
           05  HLP-AGING-DAYS          PIC 9(03).
           05  FILLER                  PIC X(77).
