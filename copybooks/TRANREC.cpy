               88  TRAN-IS-REVERSAL          VALUE "R".
               88  TRAN-IS-ADJUSTMENT        VALUE "J".
           05  TRAN-DEPT-CODE           PIC X(03).
      *    R marks a transaction a supervisor released from the over-
      *    limit hold queue, so the limit check does not hold it again;
      *    D marks one an operator released from suspected-duplicate
      *    review, so the duplicate check does not hold it again.
      *    Only the hold release program sets it: the gatekeeper and
      *    the reject workbench build their records from spaces.
           05  TRAN-HOLD-RELEASE        PIC X(01).
               88  TRAN-HOLD-RELEASED        VALUE "R".
               88  TRAN-DUP-RELEASED         VALUE "D".
      *    ISO code of the currency the amounts are in, as sent on the
      *    feed detail; spaces mean the base currency. FIRST-PROCEDURE
      *    converts the result to base currency before it is counted.
           05  TRAN-CURRENCY-CODE       PIC X(03).
      *    Id of the source system whose feed carried the transaction,
      *    stamped by the gatekeeper from the feed header, so rejects
      *    and totals can be traced back to the sender.
           05  TRAN-SOURCE-ID           PIC X(03).
           05  FILLER                   PIC X(37).
