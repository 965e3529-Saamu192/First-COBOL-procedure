      ******************************************************************
      * Copybook: DEPTBAL
      * Purpose:  Department balance subledger record (VSAM KSDS), one
      *           per accounting period per department, keyed by
      *           period (YYYYMM of the business date) then department
      *           so a period's departments read together. Activity is
      *           carried from each closed day's run totals; the
      *           closing balance is always the opening balance plus
      *           originals, less reversals, plus the net of
      *           adjustments. The period close freezes the period's
      *           records and rolls each closing balance into the next
      *           period's opening balance.
      ******************************************************************
       01  DEPT-BALANCE-RECORD.
           05  DBL-KEY.
               10  DBL-PERIOD          PIC 9(06).
               10  DBL-DEPT-CODE       PIC X(03).
           05  DBL-PERIOD-STATUS       PIC X(01).
               88  DBL-PERIOD-IS-OPEN       VALUE "O".
               88  DBL-PERIOD-IS-FROZEN     VALUE "F".
           05  DBL-OPENING-BALANCE     PIC S9(12)V99.
           05  DBL-ORIGINAL-TOTAL      PIC S9(12)V99.
           05  DBL-REVERSAL-TOTAL      PIC S9(12)V99.
           05  DBL-ADJUSTMENT-TOTAL    PIC S9(12)V99.
           05  DBL-CLOSING-BALANCE     PIC S9(12)V99.
           05  DBL-RECORD-COUNT        PIC 9(08).
      *    Posting-run stamp of the last run-total record applied, so
      *    a rerun of the update step against the same generation
      *    cannot carry the same day twice.
           05  DBL-LAST-POSTED-DATE    PIC 9(08).
           05  DBL-LAST-POSTED-TIME    PIC 9(08).
           05  DBL-FROZEN-DATE         PIC 9(08).
           05  FILLER                  PIC X(08).
