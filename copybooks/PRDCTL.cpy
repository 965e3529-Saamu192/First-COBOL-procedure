      ******************************************************************
      * Copybook: PRDCTL
      * Purpose:  Accounting-period control record, a single record
      *           naming the latest period the period close has
      *           frozen (YYYYMM, zeros before the first close).
      *           FIRST-PROCEDURE rejects any transaction dated in or
      *           before that period, the subledger update refuses
      *           activity for it, and the cycle backout will not
      *           unwind a run posted in it.
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PRC-CLOSED-PERIOD       PIC 9(06).
           05  PRC-CLOSE-DATE          PIC 9(08).
           05  PRC-CLOSE-TIME          PIC 9(08).
           05  PRC-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(50).
