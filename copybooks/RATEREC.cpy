      ******************************************************************
      * Copybook: RATEREC
      * Purpose:  Daily exchange-rate reference record, one per
      *           currency per business date, giving the number of
      *           base-currency units one unit of the currency buys on
      *           that date. Loaded by FIRST-PROCEDURE at
      *           initialization and used to convert foreign-currency
      *           transactions to base currency before they reach the
      *           control total. Records are supplied in ascending
      *           currency code and date order.
      ******************************************************************
       01  EXCHANGE-RATE-RECORD.
           05  RTE-CURRENCY-CODE       PIC X(03).
           05  RTE-RATE-DATE           PIC 9(08).
           05  RTE-BASE-RATE           PIC 9(05)V9(06).
           05  FILLER                  PIC X(58).
