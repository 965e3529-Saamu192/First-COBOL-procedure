      *           One record per department per settlement cycle seen
      *           on the feed, so a discrepancy is isolated to the
      *           responsible area and window.
      *           Behind the department records comes one record per
      *           source system that fed the run, showing the source's
      *           contribution to the day.
      ******************************************************************
       01  RUN-TOTAL-RECORD.
           05  RT-DEPT-CODE            PIC X(03).
           05  RT-REJECT-COUNT         PIC 9(08).
           05  RT-CONTROL-TOTAL        PIC S9(10)V99.
           05  RT-CYCLE-NUMBER         PIC 9(01).
      *    Transactions held for breaching a department authorization
      *    limit: neither posted nor rejected, and outside the control
      *    total until a supervisor releases them.
           05  RT-HELD-COUNT           PIC 9(08).
           05  RT-HELD-TOTAL           PIC S9(10)V99.
      *    The control total split by transaction type, so the
      *    department balance subledger can carry originals,
      *    reversals and adjustments apart: originals and reversals
      *    as the amounts posted and reversed, adjustments as the net
      *    change (new result less the result replaced). The control
      *    total is originals less reversals plus adjustments.
           05  RT-ORIGINAL-TOTAL       PIC S9(10)V99.
           05  RT-REVERSAL-TOTAL       PIC S9(10)V99.
           05  RT-ADJUSTMENT-TOTAL     PIC S9(10)V99.
      *    Clock date and time of the posting run that wrote the
      *    record, so the subledger update can tell a generation it
      *    has already applied from a later run under the same
      *    business date and cycle.
           05  RT-POSTED-DATE          PIC 9(08).
           05  RT-POSTED-TIME          PIC 9(08).
      *    Spaces on the department record. A department that posted
      *    foreign-currency transactions also gets one breakdown
      *    record per currency, carrying that currency's posting
      *    count, its net total in the currency and the base
      *    equivalent in RT-CONTROL-TOTAL; the base equivalent is
      *    already inside the department record's control total, so
      *    balancing reads department records only.
      *    A source record carries SRC here, spaces in the department
      *    code and the source id below; its counts and control total
      *    are the source's share of the department records' and are
      *    not balanced again either.
           05  RT-CURRENCY-CODE        PIC X(03).
               88  RT-DEPARTMENT-TOTAL      VALUE SPACES.
               88  RT-SOURCE-TOTAL          VALUE "SRC".
           05  RT-CURRENCY-TOTAL       PIC S9(10)V99.
           05  RT-SOURCE-ID            PIC X(03).
           05  FILLER                  PIC X(10).
