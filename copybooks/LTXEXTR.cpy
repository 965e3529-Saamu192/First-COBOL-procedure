      ******************************************************************
      * Copybook: LTXEXTR
      * Purpose:  Large-transaction compliance extract record. One
      *           header naming the business date, cycle, threshold
      *           and split-transaction window; one detail per item
      *           reported; and a trailer carrying the detail count
      *           and a hash total of the detail amount fields, so the
      *           compliance system can verify the file before loading
      *           it. Amounts are base currency unless named as the
      *           transaction-currency amount.
      ******************************************************************
       01  LARGE-TXN-EXTRACT-RECORD.
           05  LTX-RECORD-TYPE         PIC X(01).
               88  LTX-HEADER-RECORD        VALUE "H".
               88  LTX-DETAIL-RECORD        VALUE "D".
               88  LTX-TRAILER-RECORD       VALUE "T".
           05  LTX-EXTRACT-DATA        PIC X(79).
           05  LTX-HEADER-DATA REDEFINES LTX-EXTRACT-DATA.
      *    The business date and cycle of the GL extract reported,
      *    and the clock date and time of the compliance run.
               10  LTXH-BUSINESS-DATE  PIC 9(08).
               10  LTXH-CYCLE-NUMBER   PIC 9(01).
               10  LTXH-RUN-DATE       PIC 9(08).
               10  LTXH-RUN-TIME       PIC 9(08).
               10  LTXH-THRESHOLD      PIC 9(09)V99.
               10  LTXH-WINDOW-FROM    PIC 9(08).
               10  LTXH-WINDOW-DAYS    PIC 9(02).
      *    The GL extract's operation code: B for the offsetting
      *    extract of a cycle backout, whose details are all
      *    amendments and which carries no split check.
               10  LTXH-OPERATION-CODE PIC X(01).
               10  FILLER              PIC X(32).
           05  LTX-DETAIL-DATA REDEFINES LTX-EXTRACT-DATA.
      *    N = a new item over the threshold. A = an amendment to an
      *    item reported earlier: a reversal (transaction type R,
      *    amount = the amount reversed) or an adjustment (type J,
      *    amount = the new result, prior amount = the result it
      *    replaces) of a posting that was over the threshold or
      *    was reported as part of a split pattern, or any detail of
      *    a backout extract undoing such a posting. S = a
      *    department with a possible split transaction (amount =
      *    the total of its just-below postings, with their count),
      *    followed by one P per posting in it.
               10  LTXD-ITEM-TYPE      PIC X(01).
                   88  LTXD-NEW-ITEM        VALUE "N".
                   88  LTXD-AMENDMENT       VALUE "A".
                   88  LTXD-SPLIT-DEPT      VALUE "S".
                   88  LTXD-SPLIT-POSTING   VALUE "P".
               10  LTXD-RECORD-ID      PIC 9(06).
               10  LTXD-TRAN-DATE      PIC 9(08).
               10  LTXD-DEPT-CODE      PIC X(03).
               10  LTXD-TRAN-TYPE      PIC X(01).
               10  LTXD-AMOUNT         PIC 9(14)V99.
               10  LTXD-PRIOR-AMOUNT   PIC 9(14)V99.
               10  LTXD-CURRENCY-CODE  PIC X(03).
               10  LTXD-CURRENCY-AMOUNT PIC 9(14)V99.
               10  LTXD-POSTING-COUNT  PIC 9(05).
               10  FILLER              PIC X(04).
           05  LTX-TRAILER-DATA REDEFINES LTX-EXTRACT-DATA.
               10  LTXT-RECORD-COUNT   PIC 9(08).
               10  LTXT-HASH-TOTAL     PIC 9(16)V99.
               10  FILLER              PIC X(53).
