      *           phantom department bucket, and the department name
      *           carries onto the subtotal and balancing reports.
      *           Codes are supplied in ascending order.
      *           A department may carry several dated versions, in
      *           ascending effective-date order within the code, so a
      *           reorganization can be staged ahead of the business
      *           date it takes effect on; each reader uses the latest
      *           version in effect on the date it is processing. The
      *           file is maintained by REFMAINT-PROCEDURE.
      ******************************************************************
       01  DEPARTMENT-REF-RECORD.
           05  DEP-DEPT-CODE           PIC X(03).
           05  DEP-ACTIVE-FLAG         PIC X(01).
               88  DEP-IS-ACTIVE            VALUE "A".
               88  DEP-IS-INACTIVE          VALUE "I".
      *    First business date (YYYYMMDD) this version is in effect;
      *    entries keyed by hand before versions existed carry spaces
      *    and have been in effect all along.
           05  DEP-EFFECTIVE-DATE      PIC 9(08).
           05  FILLER                  PIC X(38).
