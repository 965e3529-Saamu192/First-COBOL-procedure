      *          run date, so a date's settlement cycles sum into one
      *          daily line and the report stays one row per date.
      * Tectonics: cobc
      * Modified: 10/15/2026 - Pass over the per-currency breakdown
      *           records on the run-total generations so a foreign-
      *           currency posting is not counted twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND-PROCEDURE.
           READ MONTH-TOTAL-FILE
               AT END
                   SET END-OF-MONTH-TOTALS TO TRUE
      *        A currency breakdown record is already inside its
      *        department record's base-currency figures.
               NOT AT END
                   IF RT-DEPARTMENT-TOTAL
                       PERFORM ACCUMULATE-DAY-TOTALS
                   END-IF
           END-READ.

       ACCUMULATE-DAY-TOTALS.
