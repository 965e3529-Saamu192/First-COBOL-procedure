      ******************************************************************
      * Copybook: HOLDREC
      * Purpose:  Over-limit hold record. FIRST-PROCEDURE writes one
      *           per transaction held for breaching a department
      *           authorization limit, carrying the transaction
      *           content as received, the limit reason code and the
      *           computed result. The same layout is the hold-status
      *           master kept by the hold release program, one entry
      *           per hold ever seen, so supervisors can tell whether
      *           a hold is still open, was released into the next
      *           cycle's feed, or was declined to the reject file.
      *           A transaction the duplicate check listed as a
      *           suspected duplicate is held the same way under
      *           reason DU01 for an operator's decision.
      ******************************************************************
       01  HOLD-RECORD.
           05  HLD-TRAN-DATA.
               10  HLD-RECORD-ID       PIC 9(06).
               10  HLD-TRAN-DATE       PIC 9(08).
               10  HLD-AMOUNT-1        PIC 9(07)V99.
               10  HLD-AMOUNT-2        PIC 9(07)V99.
               10  HLD-TYPE-CODE       PIC X(01).
               10  HLD-DEPT-CODE       PIC X(03).
           05  HLD-REASON-CODE         PIC X(04).
               88  HLD-IS-DUPLICATE-HOLD    VALUE "DU01".
           05  HLD-RESULT              PIC 9(14)V99.
           05  HLD-HELD-DATE           PIC 9(08).
           05  HLD-CYCLE-NUMBER        PIC 9(01).
           05  HLD-STATUS              PIC X(01).
               88  HLD-IS-OPEN              VALUE "O".
               88  HLD-IS-RELEASED          VALUE "R".
               88  HLD-IS-DECLINED          VALUE "D".
           05  HLD-LAST-ACTION-DATE    PIC 9(08).
      *    The transaction's currency code as received, carried back
      *    onto a released transaction; the result above is base
      *    currency.
           05  HLD-CURRENCY-CODE       PIC X(03).
      *    Source system of the held transaction, carried back onto a
      *    released transaction or a declined reject.
           05  HLD-SOURCE-ID           PIC X(03).
