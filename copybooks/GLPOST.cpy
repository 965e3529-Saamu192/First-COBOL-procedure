      *           bracketed by a header and a trailer carrying the
      *           record count and a hash total of the posted results
      *           so the GL load can verify the file before accepting
      *           it. Results and the hash total are in base
      *           currency; each detail also carries the currency the
      *           transaction arrived in and its result in that
      *           currency.
      ******************************************************************
       01  GL-POSTING-RECORD.
           05  GL-RECORD-TYPE          PIC X(01).
               88  GL-HEADER-RECORD         VALUE "H".
               88  GL-DETAIL-RECORD         VALUE "D".
               88  GL-TRAILER-RECORD        VALUE "T".
           05  GL-POSTING-DATA         PIC X(99).
           05  GL-HEADER-DATA REDEFINES GL-POSTING-DATA.
               10  GLH-RUN-DATE        PIC 9(08).
               10  GLH-RUN-TIME        PIC 9(08).
               10  GLH-OPERATION-CODE  PIC X(01).
               10  GLH-CYCLE-NUMBER    PIC 9(01).
               10  FILLER              PIC X(81).
           05  GL-DETAIL-DATA REDEFINES GL-POSTING-DATA.
               10  GLD-RECORD-ID       PIC 9(06).
               10  GLD-TRAN-DATE       PIC 9(08).
      *    replaces, so the voucher summarization can net the
      *    adjustment as new minus prior; zero on other types.
               10  GLD-PRIOR-RESULT    PIC 9(14)V99.
      *    The transaction currency (the base code for a base-currency
      *    transaction) and the result in that currency before
      *    conversion; GLD-RESULT above is the base-currency result.
               10  GLD-CURRENCY-CODE   PIC X(03).
               10  GLD-CURRENCY-RESULT PIC 9(14)V99.
               10  FILLER              PIC X(11).
           05  GL-TRAILER-DATA REDEFINES GL-POSTING-DATA.
               10  GLT-RECORD-COUNT    PIC 9(08).
               10  GLT-HASH-TOTAL      PIC 9(16)V99.
               10  FILLER              PIC X(73).
