      *           card preparation program verifies CC-OPERATOR-ID
      *           against this file so only a known, active operator
      *           id can reach the run-control cards and the audit
      *           trail built on them. The supervisor flag marks
      *           the operators whose id may authorize an override
      *           on a supervisor-only card.
      *           An operator may carry several dated versions, in
      *           ascending id and effective-date order; each reader
      *           uses the latest version in effect on its run date.
      *           The file is maintained by REFMAINT-PROCEDURE.
      ******************************************************************
       01  OPERATOR-AUTH-RECORD.
           05  OPA-OPERATOR-ID         PIC X(08).
           05  OPA-ACTIVE-FLAG         PIC X(01).
               88  OPA-IS-ACTIVE            VALUE "A".
               88  OPA-IS-INACTIVE          VALUE "I".
           05  OPA-SUPERVISOR-FLAG     PIC X(01).
               88  OPA-IS-SUPERVISOR        VALUE "Y".
      *    Entries keyed by hand before versions existed carry spaces
      *    and have been in effect all along.
           05  OPA-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(32).
