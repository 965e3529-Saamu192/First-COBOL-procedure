      * Modified: 09/03/2026 - Mark the business date and cycle closed
      *           on the run-control master when the run ends in
      *           balance.
      * Modified: 10/15/2026 - Balance the department run-total
      *           records only, passing over the per-currency breakdown
      *           records that follow them.
      * Modified: 10/15/2026 - Print the department name in effect on
      *           the business date being balanced.
      * Modified: 10/15/2026 - List each source system's contribution
      *           to the cycle from its run-total records, for
      *           information; the balance is still proven by
      *           department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE-PROCEDURE.
       77 WS-REF-COUNT                 PIC 9(03) VALUE ZEROS.
       77 WS-REF-LIMIT                 PIC 9(03) VALUE 50.
       77 WS-WORK-DEPT                 PIC X(03) VALUE SPACES.
      *    Up to five source systems in each of two cycles.
       77 WS-SRC-SUB                   PIC 9(02) VALUE ZEROS.
       77 WS-SRC-LIMIT                 PIC 9(02) VALUE 10.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
               10 WS-RUN-IND-TOTAL     PIC S9(10)V99.
               10 WS-RUN-STATUS        PIC X(14).

       01 WS-SRC-TABLE.
           05 WS-SRC-COUNT             PIC 9(02) VALUE ZEROS.
           05 WS-SRC-ENTRY OCCURS 10 TIMES.
               10 WS-SRC-CODE          PIC X(03).
               10 WS-SRC-CYCLE         PIC 9(01).
               10 WS-SRC-RECORDS       PIC 9(08).
               10 WS-SRC-REJECTS       PIC 9(08).
               10 WS-SRC-HELD          PIC 9(08).
               10 WS-SRC-TOTAL         PIC S9(10)V99.

       01 WS-IND-TABLE.
           05 WS-IND-COUNT             PIC 9(02) VALUE ZEROS.
           05 WS-IND-ENTRY OCCURS 20 TIMES.
           05 BAL-DEPT-STATUS           PIC X(14) VALUE SPACES.
           05 FILLER                    PIC X(02) VALUE SPACES.

       01 WS-SOURCE-HEADER-LINE.
           05 FILLER                   PIC X(40) VALUE
               "SOURCE CONTRIBUTIONS (NOT BALANCED)".
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-SOURCE-LINE.
           05 FILLER                   PIC X(07) VALUE "SOURCE ".
           05 BAL-SOURCE-ID            PIC X(03).
           05 FILLER                   PIC X(02) VALUE " C".
           05 BAL-SOURCE-CYCLE         PIC 9(01).
           05 FILLER                   PIC X(06) VALUE " REC: ".
           05 BAL-SOURCE-RECORDS       PIC ZZZZZZZ9.
           05 FILLER                   PIC X(06) VALUE " REJ: ".
           05 BAL-SOURCE-REJECTS       PIC ZZZZZZZ9.
           05 FILLER                   PIC X(06) VALUE " HLD: ".
           05 BAL-SOURCE-HELD          PIC ZZZZZZZ9.
           05 FILLER                   PIC X(06) VALUE " TOT: ".
           05 BAL-SOURCE-TOTAL         PIC Z(9)9.99-.
           05 FILLER                   PIC X(05) VALUE SPACES.

       01 WS-RESULT-LINE.
           05 FILLER                   PIC X(10) VALUE "RESULT:   ".
           05 BAL-RESULT-TEXT           PIC X(16) VALUE SPACES.
               SET INPUT-READ-ERROR TO TRUE
           END-IF.

      *    Independent totals are in base currency, as is each
      *    department record; a currency breakdown record is already
      *    inside its department record and is not balanced again. A
      *    source record is one source system's share of the cycle,
      *    kept only to be listed.
       STORE-RUN-TOTAL.
           EVALUATE TRUE
               WHEN RT-SOURCE-TOTAL
                   PERFORM STORE-SOURCE-TOTAL
               WHEN NOT RT-DEPARTMENT-TOTAL
                   CONTINUE
               WHEN WS-RUN-COUNT < WS-DEPT-LIMIT
                   ADD 1 TO WS-RUN-COUNT
                   IF WS-BUSINESS-DATE = ZEROS
                       MOVE RT-RUN-DATE TO WS-BUSINESS-DATE
                   END-IF
                   MOVE RT-DEPT-CODE
                       TO WS-RUN-DEPT (WS-RUN-COUNT)
      *            Generations written before the cycle number existed
      *            carry spaces there and balance as cycle 1.
                   IF RT-CYCLE-NUMBER NUMERIC
                       AND RT-CYCLE-NUMBER > ZEROS
                       MOVE RT-CYCLE-NUMBER
                           TO WS-RUN-CYCLE (WS-RUN-COUNT)
                   ELSE
                       MOVE 1 TO WS-RUN-CYCLE (WS-RUN-COUNT)
                   END-IF
                   MOVE RT-RECORD-COUNT
                       TO WS-RUN-RECORDS (WS-RUN-COUNT)
                   MOVE RT-REJECT-COUNT
                       TO WS-RUN-REJECTS (WS-RUN-COUNT)
                   MOVE RT-CONTROL-TOTAL
                       TO WS-RUN-TOTAL (WS-RUN-COUNT)
                   MOVE ZEROS TO WS-RUN-IND-TOTAL (WS-RUN-COUNT)
                   MOVE SPACES TO WS-RUN-STATUS (WS-RUN-COUNT)
                   ADD RT-RECORD-COUNT TO WS-RECORD-COUNT
                   ADD RT-REJECT-COUNT TO WS-REJECT-COUNT
                   ADD RT-CONTROL-TOTAL TO WS-RUN-CONTROL-TOTAL
               WHEN OTHER
                   DISPLAY "FATAL: RUN TOTAL TABLE LIMIT EXCEEDED"
                   SET INPUT-READ-ERROR TO TRUE
           END-EVALUATE.

       STORE-SOURCE-TOTAL.
           IF WS-SRC-COUNT < WS-SRC-LIMIT
               ADD 1 TO WS-SRC-COUNT
               MOVE RT-SOURCE-ID TO WS-SRC-CODE (WS-SRC-COUNT)
               IF RT-CYCLE-NUMBER NUMERIC
                   AND RT-CYCLE-NUMBER > ZEROS
                   MOVE RT-CYCLE-NUMBER TO WS-SRC-CYCLE (WS-SRC-COUNT)
               ELSE
                   MOVE 1 TO WS-SRC-CYCLE (WS-SRC-COUNT)
               END-IF
               MOVE RT-RECORD-COUNT TO WS-SRC-RECORDS (WS-SRC-COUNT)
               MOVE RT-REJECT-COUNT TO WS-SRC-REJECTS (WS-SRC-COUNT)
               MOVE RT-HELD-COUNT TO WS-SRC-HELD (WS-SRC-COUNT)
               MOVE RT-CONTROL-TOTAL TO WS-SRC-TOTAL (WS-SRC-COUNT)
           ELSE
               DISPLAY "WARNING: SOURCE TOTAL TABLE LIMIT EXCEEDED - "
                   "SOURCE " RT-SOURCE-ID " NOT LISTED"
           END-IF.

       READ-INDEPENDENT-TOTALS.
               CLOSE DEPT-REF-FILE
           END-IF.

      *    A department's dated versions follow one another oldest
      *    first; the name printed is the one in effect on the
      *    business date being balanced.
       STORE-DEPT-REF-ENTRY.
           IF DEP-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO DEP-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN DEP-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   CONTINUE
               WHEN WS-REF-COUNT > ZEROS
                   AND DEP-DEPT-CODE = WS-REF-CODE (WS-REF-COUNT)
                   MOVE DEP-DEPT-NAME TO WS-REF-NAME (WS-REF-COUNT)
               WHEN WS-REF-COUNT < WS-REF-LIMIT
                   ADD 1 TO WS-REF-COUNT
                   MOVE DEP-DEPT-CODE TO WS-REF-CODE (WS-REF-COUNT)
                   MOVE DEP-DEPT-NAME TO WS-REF-NAME (WS-REF-COUNT)
               WHEN OTHER
                   SET END-OF-DEPT-REF-FILE TO TRUE
           END-EVALUATE.

       LOCATE-DEPT-REF.
           MOVE "N" TO WS-REF-FOUND-SWITCH
               PERFORM WRITE-UNMATCHED-IND-LINE
                   VARYING WS-IND-SUB FROM 1 BY 1
                   UNTIL WS-IND-SUB > WS-IND-COUNT
               IF WS-SRC-COUNT > 0
                   WRITE BALANCE-REPORT-RECORD
                       FROM WS-SOURCE-HEADER-LINE
                   PERFORM WRITE-SOURCE-LINE
                       VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > WS-SRC-COUNT
               END-IF

               EVALUATE TRUE
                   WHEN INPUT-READ-ERROR
               WRITE BALANCE-REPORT-RECORD FROM WS-DEPT-BALANCE-LINE
           END-IF.

       WRITE-SOURCE-LINE.
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO BAL-SOURCE-ID
           MOVE WS-SRC-CYCLE (WS-SRC-SUB) TO BAL-SOURCE-CYCLE
           MOVE WS-SRC-RECORDS (WS-SRC-SUB) TO BAL-SOURCE-RECORDS
           MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO BAL-SOURCE-REJECTS
           MOVE WS-SRC-HELD (WS-SRC-SUB) TO BAL-SOURCE-HELD
           MOVE WS-SRC-TOTAL (WS-SRC-SUB) TO BAL-SOURCE-TOTAL
           WRITE BALANCE-REPORT-RECORD FROM WS-SOURCE-LINE.

      *    Closing is best-effort bookkeeping on an already-proven
      *    day: a missing run-control record (a correction cycle, or
      *    a master created after cutover) is noted, not failed.
