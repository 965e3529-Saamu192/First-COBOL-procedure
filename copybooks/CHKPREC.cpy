                   15  CKPT-DEPT-RECORDS   PIC 9(08).
                   15  CKPT-DEPT-REJECTS   PIC 9(08).
                   15  CKPT-DEPT-TOTAL     PIC S9(10)V99.
                   15  CKPT-DEPT-HELD      PIC 9(08).
                   15  CKPT-DEPT-HELD-TOTAL PIC S9(10)V99.
                   15  CKPT-DEPT-ORIGINAL-TOTAL   PIC S9(10)V99.
                   15  CKPT-DEPT-REVERSAL-TOTAL   PIC S9(10)V99.
                   15  CKPT-DEPT-ADJUSTMENT-TOTAL PIC S9(10)V99.
      *    Over-limit holds written so far, so a restart keeps the
      *    held bucket whole.
           05  CKPT-HELD-COUNT         PIC 9(08).
           05  CKPT-HELD-TOTAL         PIC S9(10)V99.
      *    Foreign-currency breakdown by department, so a restart keeps
      *    the per-currency subtotals whole.
           05  CKPT-CURRENCY-TABLE.
               10  CKPT-CURRENCY-COUNT PIC 9(02).
               10  CKPT-CURRENCY-ENTRY OCCURS 20 TIMES.
                   15  CKPT-CUR-DEPT-CODE     PIC X(03).
                   15  CKPT-CUR-CODE          PIC X(03).
                   15  CKPT-CUR-RECORDS       PIC 9(08).
                   15  CKPT-CUR-TOTAL         PIC S9(10)V99.
                   15  CKPT-CUR-BASE-TOTAL    PIC S9(10)V99.
      *    Postings, rejects and holds by source system, so a restart
      *    keeps each source's contribution whole.
           05  CKPT-SOURCE-TABLE.
               10  CKPT-SOURCE-COUNT   PIC 9(02).
               10  CKPT-SOURCE-ENTRY OCCURS 5 TIMES.
                   15  CKPT-SRC-ID            PIC X(03).
                   15  CKPT-SRC-RECORDS       PIC 9(08).
                   15  CKPT-SRC-REJECTS       PIC 9(08).
                   15  CKPT-SRC-HELD          PIC 9(08).
                   15  CKPT-SRC-HELD-TOTAL    PIC S9(10)V99.
                   15  CKPT-SRC-TOTAL         PIC S9(10)V99.
           05  FILLER                  PIC X(05).
