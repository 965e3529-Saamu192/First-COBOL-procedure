           05  REJ-REASON-CODE          PIC X(04).
           05  REJ-REASON-TEXT          PIC X(40).
           05  REJ-DEPT-CODE            PIC X(03).
      *    Source system of the rejected transaction, so each reject
      *    is returned to the system that sent it.
           05  REJ-SOURCE-ID            PIC X(03).
      *    Clock date and time of the run that wrote the reject, so
      *    the reject workbench can tell a reject it has already
      *    worked from a new one under the same key. Rejects written
      *    before the field existed hold spaces here.
           05  REJ-REJECTED-DATE        PIC 9(08).
           05  REJ-REJECTED-TIME        PIC 9(08).
