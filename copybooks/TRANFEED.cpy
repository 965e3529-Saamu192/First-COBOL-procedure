      *           total of the two transaction amounts, and the detail
      *           body mirrors the TRANREC fields so the gatekeeper
      *           can copy clean details through to TRANFILE.
      *           The trailer hash is the plain sum of the amounts as
      *           sent, whatever currency each detail is in.
      *           Each upstream system sends its own feed - header,
      *           details, trailer - and several feeds may ride one
      *           transmission back to back; the header names the
      *           sending system.
      ******************************************************************
       01  FEED-RECORD.
           05  FEED-RECORD-TYPE        PIC X(01).
           05  FEED-RECORD-DATA        PIC X(79).
           05  FEED-HEADER-DATA REDEFINES FEED-RECORD-DATA.
               10  FDH-FEED-DATE       PIC 9(08).
      *    Id of the sending system; spaces mean the original source,
      *    which sent the only feed before other systems were added.
               10  FDH-SOURCE-ID       PIC X(03).
               10  FILLER              PIC X(68).
           05  FEED-DETAIL-DATA REDEFINES FEED-RECORD-DATA.
               10  FDD-RECORD-ID       PIC 9(06).
               10  FDD-TRAN-DATE       PIC 9(08).
               10  FDD-AMOUNT-2        PIC 9(07)V99.
               10  FDD-TYPE-CODE       PIC X(01).
               10  FDD-DEPT-CODE       PIC X(03).
      *    ISO code of the currency the amounts are in; spaces mean
      *    the base currency.
               10  FDD-CURRENCY-CODE   PIC X(03).
               10  FILLER              PIC X(40).
           05  FEED-TRAILER-DATA REDEFINES FEED-RECORD-DATA.
               10  FDT-RECORD-COUNT    PIC 9(08).
               10  FDT-HASH-TOTAL      PIC 9(13)V99.
