      *           master unless the operator card carries the force
      *           indicator, so a double submission is a deliberate,
      *           audited decision rather than an accident.
      *           B = backed out by the cycle backout utility: the
      *           day's postings were unwound, and the gatekeeper
      *           takes the corrected feed without the force flag.
      *           A closed date and cycle is carried to the department
      *           balance subledger by the balance update step.
      *           Several source systems may feed one date and cycle,
      *           each with its own envelope, so each source's own
      *           acceptance is kept in the source table: a source
      *           already accepted needs the force indicator again,
      *           while a source refused or not yet seen is taken
      *           without it, so a bad transmission from one system
      *           can be resent without holding the others.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RCM-KEY.
               88  RCM-IS-ACCEPTED          VALUE "A".
               88  RCM-IS-POSTED            VALUE "P".
               88  RCM-IS-CLOSED            VALUE "C".
               88  RCM-IS-BACKED-OUT        VALUE "B".
           05  RCM-ACCEPTED-DATE       PIC 9(08).
           05  RCM-ACCEPTED-TIME       PIC 9(08).
           05  RCM-POSTED-DATE         PIC 9(08).
           05  RCM-CLOSED-DATE         PIC 9(08).
           05  RCM-FORCE-FLAG          PIC X(01).
               88  RCM-RERUN-WAS-FORCED     VALUE "Y".
           05  RCM-BACKOUT-DATE        PIC 9(08).
      *    The date the run's totals were carried to the department
      *    balance subledger; zeros until then. A backout of a run
      *    already carried takes its amounts back out of the
      *    subledger as well.
           05  RCM-SUBLEDGER-DATE      PIC 9(08).
      *    The posting-run stamp (the clock date and time the posting
      *    run put on its run totals and postings) of the latest run
      *    whose totals were carried to the subledger. Unlike the
      *    subledger date it is kept when a late source reopens the
      *    day, so the cycle backout can tell which postings already
      *    reached the subledger, and the balance update never
      *    carries a run at or before it again. Entries carried
      *    before the field existed hold spaces here.
           05  RCM-CARRIED-POST-DATE   PIC 9(08).
           05  RCM-CARRIED-POST-TIME   PIC 9(08).
           05  FILLER                  PIC X(05).
      *    One entry per source system that has sent a feed for the
      *    date and cycle: A = accepted, R = refused by the gatekeeper,
      *    with the clock date and time of that decision and the
      *    detail count and amount hash the feed carried. Records
      *    written before the table existed hold spaces in the count.
           05  RCM-SOURCE-COUNT        PIC 9(01).
           05  RCM-SOURCE-ENTRY OCCURS 5 TIMES.
               10  RCM-SRC-ID          PIC X(03).
               10  RCM-SRC-STATUS      PIC X(01).
                   88  RCM-SRC-ACCEPTED     VALUE "A".
                   88  RCM-SRC-REFUSED      VALUE "R".
               10  RCM-SRC-DATE        PIC 9(08).
               10  RCM-SRC-TIME        PIC 9(08).
               10  RCM-SRC-RECORD-COUNT PIC 9(08).
               10  RCM-SRC-HASH-TOTAL  PIC 9(13)V99.
               10  RCM-SRC-FORCE-FLAG  PIC X(01).
           05  FILLER                  PIC X(19).
