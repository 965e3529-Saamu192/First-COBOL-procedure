      *           GL details to this reference by GLD-DEPT-CODE, so
      *           the ledger team no longer re-keys entries from the
      *           printed report.
      *           A department may carry several dated versions, in
      *           ascending department and effective-date order, so an
      *           account remap can be staged ahead of the business
      *           date it takes effect on; the summarization uses the
      *           latest version in effect on the extract's date. An
      *           inactive version unmaps the department from that
      *           date. The file is maintained by REFMAINT-PROCEDURE.
      ******************************************************************
       01  ACCOUNT-REF-RECORD.
           05  COA-DEPT-CODE           PIC X(03).
           05  COA-DEBIT-ACCOUNT       PIC 9(08).
           05  COA-CREDIT-ACCOUNT      PIC 9(08).
      *    Entries keyed by hand before versions existed carry spaces
      *    in both fields: active, and in effect all along.
           05  COA-ACTIVE-FLAG         PIC X(01).
               88  COA-IS-ACTIVE            VALUE "A" " ".
               88  COA-IS-INACTIVE          VALUE "I".
           05  COA-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(52).
