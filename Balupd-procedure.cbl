      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Department balance subledger update. Carry one
      *          posting run's department totals from its RUNTOTFL
      *          generation onto the department balance master for
      *          the accounting period of the run's business date:
      *          originals, reversals and net adjustments accumulate,
      *          and the closing balance is restated from the opening
      *          balance. Only a date and cycle reconciliation has
      *          marked closed on the run-control master is carried,
      *          never one in a period the period close has frozen,
      *          and a generation already carried is not carried
      *          twice: a posting run no later than the last one
      *          carried for the date and cycle is refused. The run-
      *          control entry is stamped with the date the totals
      *          were carried and the posting run carried. Balances
      *          are kept in base currency from the department
      *          records; the per-currency breakdown records are
      *          passed over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALUPD-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNTOT-FILE
               ASSIGN TO "RUNTOTFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNTOT-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "PRDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT UPDATE-REPORT-FILE
               ASSIGN TO "BLURPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UPDATE-REPORT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCM-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT DEPT-BALANCE-FILE
               ASSIGN TO "DEPTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DBL-KEY
               FILE STATUS IS WS-DEPT-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNTOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY RUNTOT.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY PRDCTL.

       FD  UPDATE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  UPDATE-REPORT-RECORD        PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNCTL.

       FD  DEPT-BALANCE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY DEPTBAL.

       WORKING-STORAGE SECTION.
       77 WS-RUNTOT-FILE-STATUS        PIC X(02) VALUE "00".
       77 WS-PERIOD-CONTROL-STATUS     PIC X(02) VALUE "00".
       77 WS-UPDATE-REPORT-STATUS      PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-CONTROL-STATUS        PIC X(02) VALUE "00".
       77 WS-DEPT-BALANCE-STATUS       PIC X(02) VALUE "00".

       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88 END-OF-RUNTOT-FILE                VALUE "Y".
       77 WS-FIRST-TOTAL-SWITCH        PIC X(01) VALUE "Y".
           88 FIRST-RUN-TOTAL                   VALUE "Y".
       77 WS-CARRY-SWITCH              PIC X(01) VALUE "N".
           88 DAY-IS-CARRIABLE                  VALUE "Y".
       77 WS-RCM-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 RUN-CONTROL-FOUND                 VALUE "Y".
       77 WS-DBL-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 BALANCE-RECORD-FOUND              VALUE "Y".

       77 WS-RUN-SUB                   PIC 9(02) VALUE ZEROS.
       77 WS-RUN-LIMIT                 PIC 9(02) VALUE 20.

       77 WS-BUSINESS-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-CYCLE-NUMBER              PIC 9(01) VALUE ZEROS.
       77 WS-CLOSED-PERIOD             PIC 9(06) VALUE ZEROS.
       77 WS-FOOT-TOTAL                PIC S9(12)V99 VALUE ZEROS.

       77 WS-CARRIED-COUNT             PIC 9(04) VALUE ZEROS.
       77 WS-SKIPPED-COUNT             PIC 9(04) VALUE ZEROS.
       77 WS-CARRIED-RECORDS           PIC 9(08) VALUE ZEROS.
       77 WS-CARRIED-TOTAL             PIC S9(10)V99 VALUE ZEROS.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

      *    The generation's posting-run stamp, and the stamp of the
      *    last posting run carried for the date and cycle; both read
      *    as one date-and-time value so the later run compares high.
       01 WS-POSTED-STAMP.
           05 WS-POSTED-DATE           PIC 9(08) VALUE ZEROS.
           05 WS-POSTED-TIME           PIC 9(08) VALUE ZEROS.

       01 WS-CARRIED-STAMP.
           05 WS-CARRIED-DATE          PIC 9(08) VALUE ZEROS.
           05 WS-CARRIED-TIME          PIC 9(08) VALUE ZEROS.

       01 WS-PERIOD-WORK.
           05 WS-PERIOD-YEAR           PIC 9(04).
           05 WS-PERIOD-MONTH          PIC 9(02).
       01 WS-PERIOD REDEFINES WS-PERIOD-WORK PIC 9(06).

       01 WS-PRIOR-PERIOD-WORK.
           05 WS-PRIOR-YEAR            PIC 9(04).
           05 WS-PRIOR-MONTH           PIC 9(02).
       01 WS-PRIOR-PERIOD REDEFINES WS-PRIOR-PERIOD-WORK PIC 9(06).

       01 WS-RUN-TABLE.
           05 WS-RUN-COUNT             PIC 9(02) VALUE ZEROS.
           05 WS-RUN-ENTRY OCCURS 20 TIMES.
               10 WS-RUN-DEPT          PIC X(03).
               10 WS-RUN-RECORDS       PIC 9(08).
               10 WS-RUN-TOTAL         PIC S9(10)V99.
               10 WS-RUN-ORIGINALS     PIC S9(10)V99.
               10 WS-RUN-REVERSALS     PIC S9(10)V99.
               10 WS-RUN-ADJUSTMENTS   PIC S9(10)V99.

       01 WS-UPDATE-HEADER.
           05 FILLER                   PIC X(29) VALUE
               "DEPARTMENT SUBLEDGER UPDATE  ".
           05 FILLER                   PIC X(51) VALUE SPACES.

       01 WS-UPDATE-SELECT-LINE.
           05 FILLER                   PIC X(15) VALUE
               "BUSINESS DATE: ".
           05 BLU-BUSINESS-DATE        PIC 9(08).
           05 FILLER                   PIC X(09) VALUE "  CYCLE: ".
           05 BLU-CYCLE-NUMBER         PIC 9(01).
           05 FILLER                   PIC X(10) VALUE "  PERIOD: ".
           05 BLU-PERIOD               PIC 9(06).
           05 FILLER                   PIC X(31) VALUE SPACES.

       01 WS-UPDATE-DETAIL-LINE.
           05 FILLER                   PIC X(05) VALUE "DEPT ".
           05 BLU-DEPT-CODE            PIC X(03).
           05 FILLER                   PIC X(06) VALUE " ORIG:".
           05 BLU-ORIGINALS            PIC Z(9)9.99-.
           05 FILLER                   PIC X(05) VALUE " REV:".
           05 BLU-REVERSALS            PIC Z(9)9.99-.
           05 FILLER                   PIC X(05) VALUE " ADJ:".
           05 BLU-ADJUSTMENTS          PIC Z(9)9.99-.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BLU-ACTION               PIC X(13).

       01 WS-UPDATE-MESSAGE-LINE.
           05 BLU-TAG                  PIC X(09) VALUE SPACES.
           05 BLU-MESSAGE              PIC X(50) VALUE SPACES.
           05 BLU-VALUE                PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE SPACES.

       01 WS-UPDATE-COUNT-LINE.
           05 FILLER                   PIC X(09) VALUE "CARRIED: ".
           05 BLU-CARRIED-COUNT        PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE
               "  SKIPPED: ".
           05 BLU-SKIPPED-COUNT        PIC ZZZ9.
           05 FILLER                   PIC X(09) VALUE "  TOTAL: ".
           05 BLU-CARRIED-TOTAL        PIC Z(9)9.99-.
           05 FILLER                   PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Subledger update"

           PERFORM INITIALIZATION

           IF NOT RUN-ABENDED
               PERFORM READ-RUN-TOTALS
           END-IF

           IF NOT RUN-ABENDED
               PERFORM CHECK-RUN-CONTROL-ENTRY
           END-IF

           IF NOT RUN-ABENDED AND DAY-IS-CARRIABLE
               PERFORM CARRY-DEPT-TOTAL
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
                   OR RUN-ABENDED
           END-IF

      *    The stamp is only set once every department has been
      *    carried; a run stopped part way is rerun against the same
      *    generation, and the departments it already reached are
      *    recognized by their posting-run stamp and skipped.
           IF NOT RUN-ABENDED AND DAY-IS-CARRIABLE
               PERFORM MARK-RUN-CARRIED
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM OPEN-RUN-FILES.

       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN PRDCTL, STATUS="
                   WS-PERIOD-CONTROL-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRC-CLOSED-PERIOD NUMERIC
                           MOVE PRC-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       ELSE
                           DISPLAY "FATAL: CLOSED PERIOD ON PRDCTL "
                               "NOT NUMERIC"
                           SET RUN-ABENDED TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       OPEN-RUN-FILES.
           OPEN OUTPUT UPDATE-REPORT-FILE
           IF WS-UPDATE-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN BLURPT, STATUS="
                   WS-UPDATE-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               WRITE UPDATE-REPORT-RECORD FROM WS-UPDATE-HEADER
           END-IF

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RUNCTLF, STATUS="
                   WS-RUN-CONTROL-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           OPEN I-O DEPT-BALANCE-FILE
           IF WS-DEPT-BALANCE-STATUS = "35"
               OPEN OUTPUT DEPT-BALANCE-FILE
               CLOSE DEPT-BALANCE-FILE
               OPEN I-O DEPT-BALANCE-FILE
           END-IF
           IF WS-DEPT-BALANCE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN DEPTBAL, STATUS="
                   WS-DEPT-BALANCE-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF.

      *    One RUNTOTFL generation is one posting run, so every
      *    record must carry the same business date, cycle and
      *    posting-run stamp. The *** reject-only bucket posts
      *    nothing and has no place on the subledger.
       READ-RUN-TOTALS.
           OPEN INPUT RUNTOT-FILE
           IF WS-RUNTOT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RUNTOTFL, STATUS="
                   WS-RUNTOT-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-RUNTOT-FILE
                   READ RUNTOT-FILE
                       AT END
                           SET END-OF-RUNTOT-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-RUN-TOTAL
                   END-READ
               END-PERFORM
               CLOSE RUNTOT-FILE
               IF FIRST-RUN-TOTAL AND NOT RUN-ABENDED
                   DISPLAY "FATAL: RUNTOTFL GENERATION IS EMPTY"
                   SET RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       STORE-RUN-TOTAL.
           IF FIRST-RUN-TOTAL
               MOVE "N" TO WS-FIRST-TOTAL-SWITCH
               MOVE RT-RUN-DATE TO WS-BUSINESS-DATE
      *        Generations written before the cycle number existed
      *        carry spaces there and belong to cycle 1.
               IF RT-CYCLE-NUMBER NUMERIC
                   AND RT-CYCLE-NUMBER > ZEROS
                   MOVE RT-CYCLE-NUMBER TO WS-CYCLE-NUMBER
               ELSE
                   MOVE 1 TO WS-CYCLE-NUMBER
               END-IF
               MOVE RT-POSTED-DATE TO WS-POSTED-DATE
               MOVE RT-POSTED-TIME TO WS-POSTED-TIME
           END-IF
           EVALUATE TRUE
               WHEN RT-RUN-DATE NOT = WS-BUSINESS-DATE
                   OR RT-POSTED-DATE NOT = WS-POSTED-DATE
                   OR RT-POSTED-TIME NOT = WS-POSTED-TIME
                   DISPLAY "FATAL: RUN TOTALS FROM MORE THAN ONE "
                       "POSTING RUN AT DEPT " RT-DEPT-CODE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-RUNTOT-FILE TO TRUE
               WHEN RT-DEPT-CODE = "***"
                   CONTINUE
      *        A currency breakdown record is already inside its
      *        department record's base-currency totals.
               WHEN NOT RT-DEPARTMENT-TOTAL
                   CONTINUE
               WHEN RT-ORIGINAL-TOTAL NOT NUMERIC
                   OR RT-REVERSAL-TOTAL NOT NUMERIC
                   OR RT-ADJUSTMENT-TOTAL NOT NUMERIC
                   OR RT-POSTED-DATE NOT NUMERIC
                   OR RT-POSTED-TIME NOT NUMERIC
                   DISPLAY "FATAL: RUN TOTAL FOR DEPT " RT-DEPT-CODE
                       " CARRIES NO TYPE SPLIT"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-RUNTOT-FILE TO TRUE
               WHEN WS-RUN-COUNT < WS-RUN-LIMIT
                   PERFORM CHECK-RUN-TOTAL-FOOTING
               WHEN OTHER
                   DISPLAY "FATAL: RUN TOTAL TABLE LIMIT EXCEEDED"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-RUNTOT-FILE TO TRUE
           END-EVALUATE.

       CHECK-RUN-TOTAL-FOOTING.
           COMPUTE WS-FOOT-TOTAL = RT-ORIGINAL-TOTAL
               - RT-REVERSAL-TOTAL + RT-ADJUSTMENT-TOTAL
           IF WS-FOOT-TOTAL NOT = RT-CONTROL-TOTAL
               DISPLAY "FATAL: TYPE SPLIT DOES NOT FOOT TO CONTROL "
                   "TOTAL FOR DEPT " RT-DEPT-CODE
               SET RUN-ABENDED TO TRUE
               SET END-OF-RUNTOT-FILE TO TRUE
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE RT-DEPT-CODE TO WS-RUN-DEPT (WS-RUN-COUNT)
               MOVE RT-RECORD-COUNT TO WS-RUN-RECORDS (WS-RUN-COUNT)
               MOVE RT-CONTROL-TOTAL TO WS-RUN-TOTAL (WS-RUN-COUNT)
               MOVE RT-ORIGINAL-TOTAL
                   TO WS-RUN-ORIGINALS (WS-RUN-COUNT)
               MOVE RT-REVERSAL-TOTAL
                   TO WS-RUN-REVERSALS (WS-RUN-COUNT)
               MOVE RT-ADJUSTMENT-TOTAL
                   TO WS-RUN-ADJUSTMENTS (WS-RUN-COUNT)
           END-IF.

      *    A day that has not balanced is left for a later run of this
      *    step, after reconciliation closes it; a day in a frozen
      *    period can never be carried and fails the step. A posting
      *    run no later than the last one carried for the date and
      *    cycle - this generation again, or an older one - fails the
      *    step rather than carry the day twice; a later run, such as
      *    a correction cycle posted on the date and cycle, is carried
      *    on top. An entry carried before the posting-run stamp was
      *    kept refuses any further carry once its subledger date is
      *    set.
       CHECK-RUN-CONTROL-ENTRY.
           MOVE WS-BUSINESS-DATE TO BLU-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO BLU-CYCLE-NUMBER
           MOVE WS-BUSINESS-DATE (1:6) TO WS-PERIOD-WORK
           MOVE WS-PERIOD TO BLU-PERIOD
           WRITE UPDATE-REPORT-RECORD FROM WS-UPDATE-SELECT-LINE

           MOVE "N" TO WS-RCM-FOUND-SWITCH
           MOVE WS-BUSINESS-DATE TO RCM-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RCM-CYCLE-NUMBER
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-CONTROL-FOUND TO TRUE
           END-READ
           MOVE ZEROS TO WS-CARRIED-STAMP
           IF RUN-CONTROL-FOUND
               AND RCM-CARRIED-POST-DATE NUMERIC
               AND RCM-CARRIED-POST-TIME NUMERIC
               MOVE RCM-CARRIED-POST-DATE TO WS-CARRIED-DATE
               MOVE RCM-CARRIED-POST-TIME TO WS-CARRIED-TIME
           END-IF
           EVALUATE TRUE
               WHEN WS-PERIOD NOT > WS-CLOSED-PERIOD
                   MOVE "ERROR:   " TO BLU-TAG
                   MOVE "BUSINESS DATE IS IN A CLOSED PERIOD"
                       TO BLU-MESSAGE
                   MOVE WS-CLOSED-PERIOD TO BLU-VALUE
                   SET RUN-ABENDED TO TRUE
               WHEN NOT RUN-CONTROL-FOUND
                   MOVE "WARNING: " TO BLU-TAG
                   MOVE "DATE AND CYCLE NOT ON RUN-CONTROL MASTER"
                       TO BLU-MESSAGE
                   MOVE WS-BUSINESS-DATE TO BLU-VALUE
               WHEN NOT RCM-IS-CLOSED
                   MOVE "WARNING: " TO BLU-TAG
                   MOVE "DAY NOT CLOSED BY RECONCILIATION - NOT CARRIED"
                       TO BLU-MESSAGE
                   MOVE RCM-STATUS TO BLU-VALUE
               WHEN WS-CARRIED-DATE > ZEROS
                   AND WS-POSTED-STAMP NOT > WS-CARRIED-STAMP
                   MOVE "ERROR:   " TO BLU-TAG
                   MOVE "POSTING RUN NOT AFTER THE LAST RUN CARRIED"
                       TO BLU-MESSAGE
                   MOVE WS-CARRIED-DATE TO BLU-VALUE
                   SET RUN-ABENDED TO TRUE
               WHEN WS-CARRIED-DATE = ZEROS
                   AND RCM-SUBLEDGER-DATE NUMERIC
                   AND RCM-SUBLEDGER-DATE > ZEROS
                   MOVE "ERROR:   " TO BLU-TAG
                   MOVE "DATE AND CYCLE ALREADY CARRIED TO SUBLEDGER"
                       TO BLU-MESSAGE
                   MOVE RCM-SUBLEDGER-DATE TO BLU-VALUE
                   SET RUN-ABENDED TO TRUE
               WHEN OTHER
                   SET DAY-IS-CARRIABLE TO TRUE
           END-EVALUATE
           IF NOT DAY-IS-CARRIABLE
               WRITE UPDATE-REPORT-RECORD FROM WS-UPDATE-MESSAGE-LINE
           END-IF.

       CARRY-DEPT-TOTAL.
           MOVE WS-RUN-DEPT (WS-RUN-SUB) TO BLU-DEPT-CODE
           MOVE WS-RUN-ORIGINALS (WS-RUN-SUB) TO BLU-ORIGINALS
           MOVE WS-RUN-REVERSALS (WS-RUN-SUB) TO BLU-REVERSALS
           MOVE WS-RUN-ADJUSTMENTS (WS-RUN-SUB) TO BLU-ADJUSTMENTS
           PERFORM READ-BALANCE-RECORD
           EVALUATE TRUE
               WHEN RUN-ABENDED
                   CONTINUE
               WHEN BALANCE-RECORD-FOUND
                   AND DBL-PERIOD-IS-FROZEN
                   DISPLAY "FATAL: SUBLEDGER PERIOD " WS-PERIOD
                       " FROZEN FOR DEPT " WS-RUN-DEPT (WS-RUN-SUB)
                   SET RUN-ABENDED TO TRUE
               WHEN BALANCE-RECORD-FOUND
                   AND DBL-LAST-POSTED-DATE = WS-POSTED-DATE
                   AND DBL-LAST-POSTED-TIME = WS-POSTED-TIME
                   MOVE "ALREADY DONE" TO BLU-ACTION
                   ADD 1 TO WS-SKIPPED-COUNT
                   WRITE UPDATE-REPORT-RECORD
                       FROM WS-UPDATE-DETAIL-LINE
               WHEN OTHER
                   PERFORM APPLY-DEPT-TOTAL
           END-EVALUATE.

       READ-BALANCE-RECORD.
           MOVE "N" TO WS-DBL-FOUND-SWITCH
           MOVE WS-PERIOD TO DBL-PERIOD
           MOVE WS-RUN-DEPT (WS-RUN-SUB) TO DBL-DEPT-CODE
           READ DEPT-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BALANCE-RECORD-FOUND TO TRUE
           END-READ
           IF NOT BALANCE-RECORD-FOUND
               PERFORM START-BALANCE-RECORD
           END-IF.

      *    A department's first activity in a period opens its record.
      *    When the prior period is already frozen its closing balance
      *    is the opening balance; otherwise the opening stays zero
      *    until the prior period's close rolls it forward.
       START-BALANCE-RECORD.
           MOVE WS-PERIOD-WORK TO WS-PRIOR-PERIOD-WORK
           IF WS-PRIOR-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF
           MOVE WS-PRIOR-PERIOD TO DBL-PERIOD
           MOVE WS-RUN-DEPT (WS-RUN-SUB) TO DBL-DEPT-CODE
           READ DEPT-BALANCE-FILE
               INVALID KEY
                   MOVE ZEROS TO DBL-CLOSING-BALANCE
               NOT INVALID KEY
                   IF NOT DBL-PERIOD-IS-FROZEN
                       MOVE ZEROS TO DBL-CLOSING-BALANCE
                   END-IF
           END-READ
           MOVE DBL-CLOSING-BALANCE TO WS-FOOT-TOTAL
           MOVE SPACES TO DEPT-BALANCE-RECORD
           MOVE WS-PERIOD TO DBL-PERIOD
           MOVE WS-RUN-DEPT (WS-RUN-SUB) TO DBL-DEPT-CODE
           SET DBL-PERIOD-IS-OPEN TO TRUE
           MOVE WS-FOOT-TOTAL TO DBL-OPENING-BALANCE
           MOVE ZEROS TO DBL-ORIGINAL-TOTAL
           MOVE ZEROS TO DBL-REVERSAL-TOTAL
           MOVE ZEROS TO DBL-ADJUSTMENT-TOTAL
           MOVE WS-FOOT-TOTAL TO DBL-CLOSING-BALANCE
           MOVE ZEROS TO DBL-RECORD-COUNT
           MOVE ZEROS TO DBL-LAST-POSTED-DATE
           MOVE ZEROS TO DBL-LAST-POSTED-TIME
           MOVE ZEROS TO DBL-FROZEN-DATE.

       APPLY-DEPT-TOTAL.
           ADD WS-RUN-ORIGINALS (WS-RUN-SUB) TO DBL-ORIGINAL-TOTAL
           ADD WS-RUN-REVERSALS (WS-RUN-SUB) TO DBL-REVERSAL-TOTAL
           ADD WS-RUN-ADJUSTMENTS (WS-RUN-SUB) TO DBL-ADJUSTMENT-TOTAL
           ADD WS-RUN-RECORDS (WS-RUN-SUB) TO DBL-RECORD-COUNT
           COMPUTE DBL-CLOSING-BALANCE = DBL-OPENING-BALANCE
               + DBL-ORIGINAL-TOTAL - DBL-REVERSAL-TOTAL
               + DBL-ADJUSTMENT-TOTAL
               ON SIZE ERROR
                   DISPLAY "FATAL: SUBLEDGER BALANCE OVERFLOW FOR DEPT "
                       DBL-DEPT-CODE
                   SET RUN-ABENDED TO TRUE
           END-COMPUTE
           MOVE WS-POSTED-DATE TO DBL-LAST-POSTED-DATE
           MOVE WS-POSTED-TIME TO DBL-LAST-POSTED-TIME
           IF NOT RUN-ABENDED
               IF BALANCE-RECORD-FOUND
                   REWRITE DEPT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "FATAL: DEPTBAL REWRITE FAILED, "
                               "STATUS=" WS-DEPT-BALANCE-STATUS
                           SET RUN-ABENDED TO TRUE
                   END-REWRITE
               ELSE
                   WRITE DEPT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "FATAL: DEPTBAL WRITE FAILED, "
                               "STATUS=" WS-DEPT-BALANCE-STATUS
                           SET RUN-ABENDED TO TRUE
                   END-WRITE
               END-IF
           END-IF
           IF NOT RUN-ABENDED
               MOVE "CARRIED" TO BLU-ACTION
               ADD 1 TO WS-CARRIED-COUNT
               ADD WS-RUN-RECORDS (WS-RUN-SUB) TO WS-CARRIED-RECORDS
               ADD WS-RUN-TOTAL (WS-RUN-SUB) TO WS-CARRIED-TOTAL
               WRITE UPDATE-REPORT-RECORD FROM WS-UPDATE-DETAIL-LINE
           END-IF.

       MARK-RUN-CARRIED.
           MOVE WS-RUN-DATE TO RCM-SUBLEDGER-DATE
           MOVE WS-POSTED-DATE TO RCM-CARRIED-POST-DATE
           MOVE WS-POSTED-TIME TO RCM-CARRIED-POST-TIME
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "WARNING: RUN-CONTROL REWRITE FAILED, "
                       "STATUS=" WS-RUN-CONTROL-STATUS
           END-REWRITE.

       TERMINATION.
           IF WS-UPDATE-REPORT-STATUS = "00"
               MOVE WS-CARRIED-COUNT TO BLU-CARRIED-COUNT
               MOVE WS-SKIPPED-COUNT TO BLU-SKIPPED-COUNT
               MOVE WS-CARRIED-TOTAL TO BLU-CARRIED-TOTAL
               WRITE UPDATE-REPORT-RECORD FROM WS-UPDATE-COUNT-LINE
           END-IF

           CLOSE UPDATE-REPORT-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE DEPT-BALANCE-FILE

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Departments carried: " WS-CARRIED-COUNT
           DISPLAY "Departments skipped: " WS-SKIPPED-COUNT

           EVALUATE TRUE
               WHEN RUN-ABENDED
                   MOVE 16 TO RETURN-CODE
               WHEN NOT DAY-IS-CARRIABLE
                   DISPLAY "Day not carried to the subledger"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       WRITE-AUDIT-RECORD.
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-TIME TO AUD-RUN-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "BALUPD" TO AUD-PROGRAM-ID
           MOVE "RUNTOTFL" TO AUD-INPUT-FILE-NAME
           MOVE WS-CARRIED-RECORDS TO AUD-RECORDS-PROCESSED
           MOVE ZEROS TO AUD-REJECT-COUNT
           MOVE WS-CARRIED-TOTAL TO AUD-CONTROL-TOTAL
           MOVE WS-CYCLE-NUMBER TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
       END PROGRAM BALUPD-PROCEDURE.
