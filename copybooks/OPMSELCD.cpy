      ******************************************************************
      * Copybook: OPMSELCD
      * Purpose:  Selection card for the daily operations status
      *           monitor: the range of business dates whose
      *           run-control entries and logged program runs are
      *           shown. A blank or zero from date is the last
      *           business day before the run date on the CALFILE
      *           business calendar; a blank or zero to date is the
      *           from date. An absent card so shows the prior
      *           business day alone, since a range ending today
      *           would flag the day's unfinished work as exceptions.
      ******************************************************************
       01  OPS-MONITOR-SELECT-CARD.
           05  OMS-FROM-DATE           PIC 9(08).
           05  OMS-TO-DATE             PIC 9(08).
           05  FILLER                  PIC X(64).
