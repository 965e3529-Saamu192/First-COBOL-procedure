      ******************************************************************
      * Copybook: LIMREF
      * Purpose:  Department authorization-limit reference record, one
      *           per department whose postings are limited, keyed by
      *           the DEPTREF department code. FIRST-PROCEDURE holds a
      *           transaction whose result exceeds the single-posting
      *           limit, or that would carry the department's running
      *           total for the cycle past the daily limit, on the
      *           hold file for supervisor release instead of posting
      *           it. A zero limit, or a department not on the file,
      *           is not limited on that measure. Codes are supplied
      *           in ascending order.
      ******************************************************************
       01  DEPT-LIMIT-RECORD.
           05  LIM-DEPT-CODE           PIC X(03).
           05  LIM-SINGLE-LIMIT        PIC 9(14)V99.
           05  LIM-DAILY-LIMIT         PIC 9(14)V99.
           05  FILLER                  PIC X(45).
