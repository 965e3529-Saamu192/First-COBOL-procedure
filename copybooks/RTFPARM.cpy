      ******************************************************************
      * Copybook: RTFPARM
      * Purpose:  Parameter card for the reject return feed: the
      *           source system whose rejects the return file carries.
      *           Blank returns every reject in one file, addressed to
      *           no particular source.
      ******************************************************************
       01  RETURN-PARM-CARD.
           05  RTP-SOURCE-ID           PIC X(03).
           05  FILLER                  PIC X(77).
