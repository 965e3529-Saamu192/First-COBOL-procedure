      *          with a return code that holds the GLFILE transmission
      *          until a supervisor reviews the flagged departments.
      * Tectonics: cobc
      * Modified: 10/15/2026 - Read the 140-byte run-total history
      *           record (held bucket, transaction-type split,
      *           posting-run stamp) and leave the per-currency
      *           breakdown records out of the department figures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARCHECK-PROCEDURE.
       FD  HIST-TOTAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HIST-TOTAL-RECORD           PIC X(140).

       FD  PARM-CARD-FILE
           RECORDING MODE IS F
           05 HST-REJECT-COUNT         PIC 9(08).
           05 HST-CONTROL-TOTAL        PIC S9(10)V99.
           05 HST-CYCLE-NUMBER         PIC X(01).
           05 FILLER                   PIC X(72).
           05 HST-CURRENCY-CODE        PIC X(03).
           05 FILLER                   PIC X(25).

       01 WS-VARIANCE-HEADER.
           05 FILLER                   PIC X(32) VALUE
               SET INPUT-READ-ERROR TO TRUE
           END-IF.

      *    A currency breakdown record is already inside its
      *    department's record, so only department records count.
       STORE-CURRENT-TOTAL.
           EVALUATE TRUE
               WHEN NOT RT-DEPARTMENT-TOTAL
                   CONTINUE
               WHEN WS-CUR-COUNT < WS-CUR-LIMIT
                   ADD 1 TO WS-CUR-COUNT
                   IF WS-CURRENT-DATE = ZEROS
                       MOVE RT-RUN-DATE TO WS-CURRENT-DATE
                   END-IF
                   MOVE RT-DEPT-CODE TO WS-CUR-DEPT (WS-CUR-COUNT)
                   IF RT-CYCLE-NUMBER NUMERIC
                       AND RT-CYCLE-NUMBER > ZEROS
                       MOVE RT-CYCLE-NUMBER
                           TO WS-CUR-CYCLE (WS-CUR-COUNT)
                   ELSE
                       MOVE 1 TO WS-CUR-CYCLE (WS-CUR-COUNT)
                   END-IF
                   MOVE RT-RECORD-COUNT
                       TO WS-CUR-RECORDS (WS-CUR-COUNT)
                   MOVE RT-CONTROL-TOTAL TO WS-CUR-TOTAL (WS-CUR-COUNT)
                   ADD RT-RECORD-COUNT TO WS-RECORD-COUNT
                   ADD RT-CONTROL-TOTAL TO WS-GRAND-TOTAL
               WHEN OTHER
                   DISPLAY "FATAL: CURRENT TOTAL TABLE LIMIT EXCEEDED"
                   SET INPUT-READ-ERROR TO TRUE
                   SET END-OF-RUNTOT-FILE TO TRUE
           END-EVALUATE.

      *    The history concatenation normally carries the current
      *    generation too, so records for the current run date are
       STORE-HISTORY-TOTAL.
           MOVE HIST-TOTAL-RECORD TO WS-HIST-WORK
           IF HST-RUN-DATE = WS-CURRENT-DATE
               OR HST-CURRENCY-CODE NOT = SPACES
               CONTINUE
           ELSE
      *        Generations written before the cycle number existed
