      ******************************************************************
      * Copybook: DUPSUSP
      * Purpose:  Suspected-duplicate record. The duplicate check
      *           writes one per feed transaction whose department,
      *           transaction date, amounts and type code match an
      *           already-posted transaction or an earlier one in the
      *           same feed under a different record id, with the
      *           transaction content and the record it matched.
      *           FIRST-PROCEDURE holds each listed transaction for
      *           an operator's decision instead of posting it.
      *           Records are written in feed order.
      ******************************************************************
       01  DUPLICATE-SUSPECT-RECORD.
           05  DPS-TRAN-DATA.
               10  DPS-RECORD-ID       PIC 9(06).
               10  DPS-TRAN-DATE       PIC 9(08).
               10  DPS-AMOUNT-1        PIC 9(07)V99.
               10  DPS-AMOUNT-2        PIC 9(07)V99.
               10  DPS-TYPE-CODE       PIC X(01).
               10  DPS-DEPT-CODE       PIC X(03).
           05  DPS-MATCH-RECORD-ID     PIC 9(06).
           05  DPS-MATCH-TRAN-DATE     PIC 9(08).
           05  DPS-MATCH-SOURCE        PIC X(01).
               88  DPS-MATCHED-POSTED       VALUE "P".
               88  DPS-MATCHED-FEED         VALUE "F".
      *    The posting date of the matched posting; zeros for a match
      *    within the feed.
           05  DPS-MATCH-POST-DATE     PIC 9(08).
      *    The suspect's currency code, the base code for a base-
      *    currency transaction; amounts only match within the same
      *    currency.
           05  DPS-CURRENCY-CODE       PIC X(03).
           05  FILLER                  PIC X(18).
