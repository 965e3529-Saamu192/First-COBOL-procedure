      *           The amounts are raw bytes, not numeric: an AM01
      *           reject's amounts are non-numeric by definition and
      *           must return exactly as sent.
      *           Each source system gets its own return file, holding
      *           only the rejects of the transactions it sent.
      ******************************************************************
       01  RETURN-FEED-RECORD.
           05  RET-RECORD-TYPE         PIC X(01).
           05  RET-HEADER-DATA REDEFINES RET-RECORD-DATA.
               10  RTH-RETURN-DATE     PIC 9(08).
               10  RTH-CYCLE-NUMBER    PIC 9(01).
      *    The source system the return file is addressed to.
               10  RTH-SOURCE-ID       PIC X(03).
               10  FILLER              PIC X(67).
           05  RET-DETAIL-DATA REDEFINES RET-RECORD-DATA.
               10  RTD-RECORD-ID       PIC 9(06).
               10  RTD-TRAN-DATE       PIC 9(08).
               10  RTD-TYPE-CODE       PIC X(01).
               10  RTD-DEPT-CODE       PIC X(03).
               10  RTD-REASON-CODE     PIC X(04).
               10  RTD-CURRENCY-CODE   PIC X(03).
               10  FILLER              PIC X(36).
           05  RET-TRAILER-DATA REDEFINES RET-RECORD-DATA.
               10  RTT-RECORD-COUNT    PIC 9(08).
               10  RTT-HASH-TOTAL      PIC 9(13)V99.
