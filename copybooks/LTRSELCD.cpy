      ******************************************************************
      * Copybook: LTRSELCD
      * Purpose:  Operator-supplied selection card for the transaction
      *           lineage trace: either one transaction by record id
      *           and transaction date (zero date = any date the id
      *           was sent under), or every transaction dated within
      *           a transaction-date range for one department (blank
      *           department = all departments). A record id on the
      *           card selects by record; the range fields are then
      *           ignored.
      ******************************************************************
       01  LINEAGE-SELECT-CARD.
           05  LTS-RECORD-ID           PIC 9(06).
           05  LTS-TRAN-DATE           PIC 9(08).
           05  LTS-DEPT-CODE           PIC X(03).
           05  LTS-FROM-DATE           PIC 9(08).
           05  LTS-TO-DATE             PIC 9(08).
           05  FILLER                  PIC X(47).
