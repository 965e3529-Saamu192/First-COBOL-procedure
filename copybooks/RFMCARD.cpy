      ******************************************************************
      * Copybook: RFMCARD
      * Purpose:  Reference-file maintenance card. Names the file (D =
      *           department reference, C = chart of accounts, O =
      *           authorized operators), the action - A adds an entry,
      *           C changes it, D deactivates it - the entry's key and
      *           the business date the new version takes effect
      *           (blank = the run date). A change carries only the
      *           fields it changes; blank fields keep the values of
      *           the version it replaces. Every card in a run carries
      *           the id of the same requesting operator, who must be
      *           an active supervisor.
      ******************************************************************
       01  REF-MAINT-CARD.
           05  RFM-FILE-ID             PIC X(01).
               88  RFM-DEPT-FILE            VALUE "D".
               88  RFM-ACCOUNT-FILE         VALUE "C".
               88  RFM-OPERATOR-FILE        VALUE "O".
           05  RFM-ACTION-CODE         PIC X(01).
               88  RFM-ADD                  VALUE "A".
               88  RFM-CHANGE               VALUE "C".
               88  RFM-DEACTIVATE           VALUE "D".
      *    A department code on a D or C card, an operator id on an
      *    O card.
           05  RFM-ENTRY-KEY           PIC X(08).
           05  RFM-DEPT-KEY REDEFINES RFM-ENTRY-KEY.
               10  RFM-DEPT-CODE       PIC X(03).
               10  RFM-DEPT-KEY-REST   PIC X(05).
           05  RFM-EFFECTIVE-DATE      PIC X(08).
           05  RFM-EFFECTIVE-DATE-N REDEFINES RFM-EFFECTIVE-DATE
                                       PIC 9(08).
      *    Department or operator name (D and O cards).
           05  RFM-ENTRY-NAME          PIC X(30).
      *    Y or N (O cards).
           05  RFM-SUPERVISOR-FLAG     PIC X(01).
      *    Debit and credit accounts (C cards).
           05  RFM-DEBIT-ACCOUNT       PIC X(08).
           05  RFM-DEBIT-ACCOUNT-N REDEFINES RFM-DEBIT-ACCOUNT
                                       PIC 9(08).
           05  RFM-CREDIT-ACCOUNT      PIC X(08).
           05  RFM-CREDIT-ACCOUNT-N REDEFINES RFM-CREDIT-ACCOUNT
                                       PIC 9(08).
           05  RFM-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(07).
