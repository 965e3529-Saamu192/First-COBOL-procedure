               88  RST-IS-WRITTEN-OFF       VALUE "W".
           05  RST-FIRST-SEEN-DATE     PIC 9(08).
           05  RST-LAST-ACTION-DATE    PIC 9(08).
      *    Source system of the rejected transaction, carried onto
      *    its resubmission.
           05  RST-SOURCE-ID           PIC X(03).
      *    Clock time of the run that took the last action, read with
      *    the last action date. Entries last worked before the field
      *    existed hold spaces here.
           05  RST-LAST-ACTION-TIME    PIC 9(08).
           05  FILLER                  PIC X(31).
