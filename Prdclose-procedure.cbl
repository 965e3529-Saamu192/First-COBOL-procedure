      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Accounting-period close. Print the department trial
      *          balance for the period on an authorized operator's
      *          period-close card - opening balance, originals,
      *          reversals, net adjustments and closing balance per
      *          department, each closing balance proved against its
      *          parts - and, when the card asks for the close,
      *          freeze the period: every department's record is
      *          marked frozen, its closing balance becomes the next
      *          period's opening balance, and the period control
      *          record is advanced so no later run can post into the
      *          frozen period. Periods close in order, only once
      *          they have ended, and only when every date and cycle
      *          in them has either been carried to the subledger or
      *          backed out. The operator is verified against the
      *          version of the entry in effect on the run date.
      *          Nothing is changed unless every edit passes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDCLOSE-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CLOSE-CARD-FILE
               ASSIGN TO "PCLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CARD-STATUS.

           SELECT OPERATOR-AUTH-FILE
               ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-AUTH-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "PRDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT CLOSE-REPORT-FILE
               ASSIGN TO "PCLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-REPORT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Dynamic access: the period's dates and cycles, and its
      *    department records, are each read together in key order
      *    with START/READ NEXT.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCM-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT DEPT-BALANCE-FILE
               ASSIGN TO "DEPTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBL-KEY
               FILE STATUS IS WS-DEPT-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CLOSE-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY PCLCARD.

       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY OPERAUTH.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY PRDCTL.

       FD  CLOSE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  CLOSE-REPORT-RECORD         PIC X(80).

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
       77 WS-PERIOD-CARD-STATUS        PIC X(02) VALUE "00".
       77 WS-OPERATOR-AUTH-STATUS      PIC X(02) VALUE "00".
       77 WS-PERIOD-CONTROL-STATUS     PIC X(02) VALUE "00".
       77 WS-CLOSE-REPORT-STATUS       PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-CONTROL-STATUS        PIC X(02) VALUE "00".
       77 WS-DEPT-BALANCE-STATUS       PIC X(02) VALUE "00".

       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-CARD-READ-SWITCH          PIC X(01) VALUE "N".
           88 CLOSE-CARD-READ                   VALUE "Y".
       77 WS-AUTH-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-AUTH-FILE                  VALUE "Y".
       77 WS-AUTH-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 AUTH-ENTRY-FOUND                  VALUE "Y".
       77 WS-RCM-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-PERIOD-RUNS                VALUE "Y".
       77 WS-DBL-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-PERIOD-BALANCES            VALUE "Y".
       77 WS-CLOSE-SWITCH              PIC X(01) VALUE "N".
           88 CLOSE-REQUESTED                   VALUE "Y".
       77 WS-PERIOD-CLOSED-SWITCH      PIC X(01) VALUE "N".
           88 PERIOD-WAS-CLOSED                 VALUE "Y".

       77 WS-AUTH-SUB                  PIC 9(02) VALUE ZEROS.
       77 WS-AUTH-COUNT                PIC 9(02) VALUE ZEROS.
       77 WS-AUTH-LIMIT                PIC 9(02) VALUE 50.
       77 WS-BAL-SUB                   PIC 9(02) VALUE ZEROS.
       77 WS-BAL-LIMIT                 PIC 9(02) VALUE 50.

       77 WS-ERROR-COUNT               PIC 9(04) VALUE ZEROS.
       77 WS-WARNING-COUNT             PIC 9(04) VALUE ZEROS.
       77 WS-RUN-ENTRY-COUNT           PIC 9(04) VALUE ZEROS.
       77 WS-FROZEN-COUNT              PIC 9(04) VALUE ZEROS.
       77 WS-ROLLED-COUNT              PIC 9(04) VALUE ZEROS.

       77 WS-CLOSED-PERIOD             PIC 9(06) VALUE ZEROS.
       77 WS-CURRENT-PERIOD            PIC 9(06) VALUE ZEROS.
       77 WS-PROOF-BALANCE             PIC S9(12)V99 VALUE ZEROS.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

       01 WS-PERIOD-WORK.
           05 WS-PERIOD-YEAR           PIC 9(04).
           05 WS-PERIOD-MONTH          PIC 9(02).
       01 WS-PERIOD REDEFINES WS-PERIOD-WORK PIC 9(06).

       01 WS-NEXT-PERIOD-WORK.
           05 WS-NEXT-YEAR             PIC 9(04).
           05 WS-NEXT-MONTH            PIC 9(02).
       01 WS-NEXT-PERIOD REDEFINES WS-NEXT-PERIOD-WORK PIC 9(06).

       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
               10 WS-AUTH-OPERATOR     PIC X(08).
               10 WS-AUTH-ACTIVE       PIC X(01).

       01 WS-BAL-TABLE.
           05 WS-BAL-COUNT             PIC 9(02) VALUE ZEROS.
           05 WS-BAL-ENTRY OCCURS 50 TIMES.
               10 WS-BAL-DEPT          PIC X(03).
               10 WS-BAL-OPENING       PIC S9(12)V99.
               10 WS-BAL-ORIGINALS     PIC S9(12)V99.
               10 WS-BAL-REVERSALS     PIC S9(12)V99.
               10 WS-BAL-ADJUSTMENTS   PIC S9(12)V99.
               10 WS-BAL-CLOSING       PIC S9(12)V99.

       01 WS-PERIOD-TOTALS.
           05 WS-TOTAL-OPENING         PIC S9(12)V99 VALUE ZEROS.
           05 WS-TOTAL-ORIGINALS       PIC S9(12)V99 VALUE ZEROS.
           05 WS-TOTAL-REVERSALS       PIC S9(12)V99 VALUE ZEROS.
           05 WS-TOTAL-ADJUSTMENTS     PIC S9(12)V99 VALUE ZEROS.
           05 WS-TOTAL-CLOSING         PIC S9(12)V99 VALUE ZEROS.

       01 WS-CLOSE-HEADER.
           05 FILLER                   PIC X(34) VALUE
               "PERIOD CLOSE - DEPARTMENT BALANCES".
           05 FILLER                   PIC X(46) VALUE SPACES.

       01 WS-CLOSE-SELECT-LINE.
           05 FILLER                   PIC X(08) VALUE "PERIOD: ".
           05 PCR-PERIOD               PIC 9(06).
           05 FILLER                   PIC X(10) VALUE "  ACTION: ".
           05 PCR-ACTION               PIC X(01).
           05 FILLER                   PIC X(12) VALUE
               "  OPERATOR: ".
           05 PCR-OPERATOR-ID          PIC X(08).
           05 FILLER                   PIC X(17) VALUE
               "  LAST CLOSED: ".
           05 PCR-CLOSED-PERIOD        PIC 9(06).
           05 FILLER                   PIC X(12) VALUE SPACES.

       01 WS-CLOSE-MESSAGE-LINE.
           05 PCR-TAG                  PIC X(09) VALUE SPACES.
           05 PCR-MESSAGE              PIC X(50) VALUE SPACES.
           05 PCR-VALUE                PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE SPACES.

       01 WS-CLOSE-BALANCE-LINE.
           05 FILLER                   PIC X(05) VALUE "DEPT ".
           05 PCR-DEPT-CODE            PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 PCR-STATUS               PIC X(06).
           05 FILLER                   PIC X(07) VALUE "  OPEN:".
           05 PCR-OPENING              PIC Z(11)9.99-.
           05 FILLER                   PIC X(08) VALUE "  CLOSE:".
           05 PCR-CLOSING              PIC Z(11)9.99-.
           05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-CLOSE-ACTIVITY-LINE.
           05 FILLER                   PIC X(07) VALUE "  ORIG:".
           05 PCR-ORIGINALS            PIC Z(11)9.99-.
           05 FILLER                   PIC X(06) VALUE "  REV:".
           05 PCR-REVERSALS            PIC Z(11)9.99-.
           05 FILLER                   PIC X(06) VALUE "  ADJ:".
           05 PCR-ADJUSTMENTS          PIC Z(11)9.99-.
           05 FILLER                   PIC X(13) VALUE SPACES.

       01 WS-CLOSE-COUNT-LINE.
           05 FILLER                   PIC X(13) VALUE
               "DEPARTMENTS: ".
           05 PCR-DEPT-COUNT           PIC ZZZ9.
           05 FILLER                   PIC X(10) VALUE "  FROZEN: ".
           05 PCR-FROZEN-COUNT         PIC ZZZ9.
           05 FILLER                   PIC X(18) VALUE
               "  ROLLED FORWARD: ".
           05 PCR-ROLLED-COUNT         PIC ZZZ9.
           05 FILLER                   PIC X(27) VALUE SPACES.

       01 WS-CLOSE-RESULT-LINE.
           05 FILLER                   PIC X(08) VALUE "RESULT: ".
           05 PCR-RESULT-TEXT          PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Period close"

           PERFORM INITIALIZATION

           IF NOT RUN-ABENDED
               PERFORM LOAD-OPERATOR-AUTH
               PERFORM LOAD-PERIOD-CONTROL
               PERFORM READ-CLOSE-CARD
               PERFORM VALIDATE-CLOSE-CARD
           END-IF

           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               PERFORM OPEN-RUN-FILES
           END-IF

           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               PERFORM CHECK-PERIOD-RUNS
               PERFORM LOAD-PERIOD-BALANCES
               PERFORM PRINT-PERIOD-BALANCES
           END-IF

      *    The period control record is advanced last: a close that
      *    stopped part way leaves the period open, and the rerun
      *    freezes and rolls forward the same records again to the
      *    same result.
           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               AND CLOSE-REQUESTED
               PERFORM FREEZE-PERIOD-BALANCE
                   VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   OR RUN-ABENDED
               IF NOT RUN-ABENDED
                   PERFORM ADVANCE-PERIOD-CONTROL
               END-IF
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-PERIOD
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-CLOSE-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN PCLRPT, STATUS="
                   WS-CLOSE-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-HEADER
           END-IF.

       LOAD-OPERATOR-AUTH.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERATOR-AUTH-STATUS NOT = "00"
               MOVE "AUTHORIZED-OPERATOR FILE COULD NOT BE OPENED"
                   TO PCR-MESSAGE
               MOVE WS-OPERATOR-AUTH-STATUS TO PCR-VALUE
               PERFORM REPORT-CLOSE-ERROR
           ELSE
               PERFORM UNTIL END-OF-AUTH-FILE
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET END-OF-AUTH-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-AUTH-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

      *    An operator's dated versions follow one another oldest
      *    first: each one in effect on the run date replaces the one
      *    before it, and a version staged for a later date is passed
      *    over.
       STORE-AUTH-ENTRY.
           IF OPA-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO OPA-EFFECTIVE-DATE
           END-IF
           EVALUATE TRUE
               WHEN OPA-EFFECTIVE-DATE > WS-RUN-DATE
                   CONTINUE
               WHEN WS-AUTH-COUNT > ZEROS
                   AND OPA-OPERATOR-ID
                       = WS-AUTH-OPERATOR (WS-AUTH-COUNT)
                   PERFORM MOVE-AUTH-ENTRY
               WHEN WS-AUTH-COUNT < WS-AUTH-LIMIT
                   ADD 1 TO WS-AUTH-COUNT
                   PERFORM MOVE-AUTH-ENTRY
               WHEN OTHER
                   MOVE "AUTHORIZED-OPERATOR TABLE LIMIT EXCEEDED"
                       TO PCR-MESSAGE
                   MOVE SPACES TO PCR-VALUE
                   PERFORM REPORT-CLOSE-ERROR
                   SET END-OF-AUTH-FILE TO TRUE
           END-EVALUATE.

       MOVE-AUTH-ENTRY.
           MOVE OPA-OPERATOR-ID
               TO WS-AUTH-OPERATOR (WS-AUTH-COUNT)
           MOVE OPA-ACTIVE-FLAG
               TO WS-AUTH-ACTIVE (WS-AUTH-COUNT).

       LOCATE-AUTH-ENTRY.
           MOVE "N" TO WS-AUTH-FOUND-SWITCH
           MOVE 1 TO WS-AUTH-SUB
           PERFORM UNTIL AUTH-ENTRY-FOUND
               OR WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUTH-OPERATOR (WS-AUTH-SUB) = PCL-OPERATOR-ID
                   SET AUTH-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-AUTH-SUB
               END-IF
           END-PERFORM.

       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               MOVE "PERIOD CONTROL FILE COULD NOT BE OPENED"
                   TO PCR-MESSAGE
               MOVE WS-PERIOD-CONTROL-STATUS TO PCR-VALUE
               PERFORM REPORT-CLOSE-ERROR
           ELSE
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRC-CLOSED-PERIOD NUMERIC
                           MOVE PRC-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       ELSE
                           MOVE "CLOSED PERIOD ON PRDCTL NOT NUMERIC"
                               TO PCR-MESSAGE
                           MOVE PRC-CLOSED-PERIOD TO PCR-VALUE
                           PERFORM REPORT-CLOSE-ERROR
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       READ-CLOSE-CARD.
           OPEN INPUT PERIOD-CLOSE-CARD-FILE
           IF WS-PERIOD-CARD-STATUS = "00"
               READ PERIOD-CLOSE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CLOSE-CARD-READ TO TRUE
                       MOVE PCL-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
               CLOSE PERIOD-CLOSE-CARD-FILE
           END-IF.

       VALIDATE-CLOSE-CARD.
           IF NOT CLOSE-CARD-READ
               MOVE "NO PERIOD CLOSE CARD SUPPLIED" TO PCR-MESSAGE
               MOVE SPACES TO PCR-VALUE
               PERFORM REPORT-CLOSE-ERROR
           ELSE
               PERFORM VALIDATE-CLOSE-PERIOD
               PERFORM VALIDATE-CLOSE-ACTION
               PERFORM VALIDATE-CLOSE-OPERATOR
               MOVE PCL-PERIOD TO PCR-PERIOD
               MOVE PCL-ACTION-CODE TO PCR-ACTION
               MOVE PCL-OPERATOR-ID TO PCR-OPERATOR-ID
               MOVE WS-CLOSED-PERIOD TO PCR-CLOSED-PERIOD
               WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-SELECT-LINE
           END-IF.

       VALIDATE-CLOSE-PERIOD.
           IF PCL-PERIOD NOT NUMERIC
               MOVE "PERIOD MISSING OR NOT NUMERIC" TO PCR-MESSAGE
               MOVE PCL-PERIOD TO PCR-VALUE
               PERFORM REPORT-CLOSE-ERROR
           ELSE
               MOVE PCL-PERIOD TO WS-PERIOD
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   MOVE "PERIOD MONTH MUST BE 01 THROUGH 12"
                       TO PCR-MESSAGE
                   MOVE PCL-PERIOD TO PCR-VALUE
                   PERFORM REPORT-CLOSE-ERROR
               END-IF
           END-IF.

      *    A trial balance may be printed for any period, open or
      *    frozen. A close must take the period after the last one
      *    closed, and only once the period has ended.
       VALIDATE-CLOSE-ACTION.
           EVALUATE TRUE
               WHEN PCL-TRIAL-ONLY
                   CONTINUE
               WHEN NOT PCL-CLOSE-PERIOD
                   MOVE "ACTION MUST BE T OR C" TO PCR-MESSAGE
                   MOVE PCL-ACTION-CODE TO PCR-VALUE
                   PERFORM REPORT-CLOSE-ERROR
               WHEN WS-ERROR-COUNT > ZEROS
                   SET CLOSE-REQUESTED TO TRUE
               WHEN OTHER
                   SET CLOSE-REQUESTED TO TRUE
                   PERFORM VALIDATE-CLOSE-SEQUENCE
           END-EVALUATE.

       VALIDATE-CLOSE-SEQUENCE.
           MOVE WS-CLOSED-PERIOD TO WS-NEXT-PERIOD
           PERFORM STEP-NEXT-PERIOD
           EVALUATE TRUE
               WHEN WS-CLOSED-PERIOD > ZEROS
                   AND WS-PERIOD NOT = WS-NEXT-PERIOD
                   MOVE "PERIOD IS NOT THE NEXT PERIOD TO CLOSE"
                       TO PCR-MESSAGE
                   MOVE WS-NEXT-PERIOD TO PCR-VALUE
                   PERFORM REPORT-CLOSE-ERROR
               WHEN WS-PERIOD NOT < WS-CURRENT-PERIOD
                   MOVE "PERIOD HAS NOT ENDED" TO PCR-MESSAGE
                   MOVE WS-CURRENT-PERIOD TO PCR-VALUE
                   PERFORM REPORT-CLOSE-ERROR
           END-EVALUATE.

       STEP-NEXT-PERIOD.
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.

       VALIDATE-CLOSE-OPERATOR.
           IF PCL-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID MISSING FROM PERIOD CLOSE CARD"
                   TO PCR-MESSAGE
               MOVE SPACES TO PCR-VALUE
               PERFORM REPORT-CLOSE-ERROR
           ELSE
               PERFORM LOCATE-AUTH-ENTRY
               EVALUATE TRUE
                   WHEN NOT AUTH-ENTRY-FOUND
                       MOVE "OPERATOR ID NOT ON AUTHORIZED LIST"
                           TO PCR-MESSAGE
                       MOVE PCL-OPERATOR-ID TO PCR-VALUE
                       PERFORM REPORT-CLOSE-ERROR
                   WHEN WS-AUTH-ACTIVE (WS-AUTH-SUB) NOT = "A"
                       MOVE "OPERATOR ID IS NOT ACTIVE" TO PCR-MESSAGE
                       MOVE PCL-OPERATOR-ID TO PCR-VALUE
                       PERFORM REPORT-CLOSE-ERROR
               END-EVALUATE
           END-IF.

       OPEN-RUN-FILES.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RUNCTLF, STATUS="
                   WS-RUN-CONTROL-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           IF CLOSE-REQUESTED
               OPEN I-O DEPT-BALANCE-FILE
           ELSE
               OPEN INPUT DEPT-BALANCE-FILE
           END-IF
           IF WS-DEPT-BALANCE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN DEPTBAL, STATUS="
                   WS-DEPT-BALANCE-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF.

      ******************************************************************
      *    Every date and cycle of the period must have finished its
      *    lifecycle: closed by reconciliation and carried to the
      *    subledger, or backed out. Anything else still has activity
      *    the period's balances do not show, which stops a close and
      *    is flagged on a trial balance.
      ******************************************************************
       CHECK-PERIOD-RUNS.
           MOVE "N" TO WS-RCM-EOF-SWITCH
           MOVE WS-PERIOD TO RCM-BUSINESS-DATE (1:6)
           MOVE "01" TO RCM-BUSINESS-DATE (7:2)
           MOVE ZEROS TO RCM-CYCLE-NUMBER
           START RUN-CONTROL-FILE KEY NOT < RCM-KEY
               INVALID KEY
                   SET END-OF-PERIOD-RUNS TO TRUE
           END-START
           PERFORM UNTIL END-OF-PERIOD-RUNS
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       SET END-OF-PERIOD-RUNS TO TRUE
                   NOT AT END
                       IF RCM-BUSINESS-DATE (1:6) NOT = WS-PERIOD
                           SET END-OF-PERIOD-RUNS TO TRUE
                       ELSE
                           PERFORM CHECK-ONE-PERIOD-RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-ENTRY-COUNT = ZEROS
               MOVE "NO DATES OR CYCLES ON FILE FOR THE PERIOD"
                   TO PCR-MESSAGE
               MOVE WS-PERIOD TO PCR-VALUE
               PERFORM REPORT-CLOSE-WARNING
           END-IF.

       CHECK-ONE-PERIOD-RUN.
           ADD 1 TO WS-RUN-ENTRY-COUNT
           EVALUATE TRUE
               WHEN RCM-IS-BACKED-OUT
                   CONTINUE
               WHEN RCM-IS-CLOSED
                   AND RCM-SUBLEDGER-DATE NUMERIC
                   AND RCM-SUBLEDGER-DATE > ZEROS
                   CONTINUE
               WHEN RCM-IS-CLOSED
                   MOVE "DATE CLOSED BUT NOT CARRIED TO SUBLEDGER"
                       TO PCR-MESSAGE
                   PERFORM REPORT-PERIOD-RUN
               WHEN OTHER
                   MOVE "DATE NOT CLOSED BY RECONCILIATION, STATUS "
                       TO PCR-MESSAGE
                   MOVE RCM-STATUS TO PCR-MESSAGE (43:1)
                   PERFORM REPORT-PERIOD-RUN
           END-EVALUATE.

       REPORT-PERIOD-RUN.
           MOVE SPACES TO PCR-VALUE
           MOVE RCM-BUSINESS-DATE TO PCR-VALUE (1:8)
           MOVE "/" TO PCR-VALUE (9:1)
           MOVE RCM-CYCLE-NUMBER TO PCR-VALUE (10:1)
           PERFORM REPORT-CLOSE-EXCEPTION.

       LOAD-PERIOD-BALANCES.
           MOVE "N" TO WS-DBL-EOF-SWITCH
           MOVE WS-PERIOD TO DBL-PERIOD
           MOVE LOW-VALUES TO DBL-DEPT-CODE
           START DEPT-BALANCE-FILE KEY NOT < DBL-KEY
               INVALID KEY
                   SET END-OF-PERIOD-BALANCES TO TRUE
           END-START
           PERFORM UNTIL END-OF-PERIOD-BALANCES
               READ DEPT-BALANCE-FILE NEXT RECORD
                   AT END
                       SET END-OF-PERIOD-BALANCES TO TRUE
                   NOT AT END
                       IF DBL-PERIOD NOT = WS-PERIOD
                           SET END-OF-PERIOD-BALANCES TO TRUE
                       ELSE
                           PERFORM STORE-PERIOD-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       STORE-PERIOD-BALANCE.
           IF WS-BAL-COUNT < WS-BAL-LIMIT
               ADD 1 TO WS-BAL-COUNT
               MOVE DBL-DEPT-CODE TO WS-BAL-DEPT (WS-BAL-COUNT)
               MOVE DBL-OPENING-BALANCE
                   TO WS-BAL-OPENING (WS-BAL-COUNT)
               MOVE DBL-ORIGINAL-TOTAL
                   TO WS-BAL-ORIGINALS (WS-BAL-COUNT)
               MOVE DBL-REVERSAL-TOTAL
                   TO WS-BAL-REVERSALS (WS-BAL-COUNT)
               MOVE DBL-ADJUSTMENT-TOTAL
                   TO WS-BAL-ADJUSTMENTS (WS-BAL-COUNT)
               MOVE DBL-CLOSING-BALANCE
                   TO WS-BAL-CLOSING (WS-BAL-COUNT)
               PERFORM PRINT-ONE-BALANCE
           ELSE
               DISPLAY "FATAL: DEPARTMENT BALANCE TABLE LIMIT "
                   "EXCEEDED"
               SET RUN-ABENDED TO TRUE
               SET END-OF-PERIOD-BALANCES TO TRUE
           END-IF.

      *    The closing balance on file must prove to its parts; a
      *    record that does not has been changed outside the update
      *    and backout programs and is not rolled forward.
       PRINT-ONE-BALANCE.
           MOVE DBL-DEPT-CODE TO PCR-DEPT-CODE
           IF DBL-PERIOD-IS-FROZEN
               MOVE "FROZEN" TO PCR-STATUS
           ELSE
               MOVE "OPEN" TO PCR-STATUS
           END-IF
           MOVE DBL-OPENING-BALANCE TO PCR-OPENING
           MOVE DBL-CLOSING-BALANCE TO PCR-CLOSING
           WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-BALANCE-LINE
           MOVE DBL-ORIGINAL-TOTAL TO PCR-ORIGINALS
           MOVE DBL-REVERSAL-TOTAL TO PCR-REVERSALS
           MOVE DBL-ADJUSTMENT-TOTAL TO PCR-ADJUSTMENTS
           WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-ACTIVITY-LINE

           ADD DBL-OPENING-BALANCE TO WS-TOTAL-OPENING
           ADD DBL-ORIGINAL-TOTAL TO WS-TOTAL-ORIGINALS
           ADD DBL-REVERSAL-TOTAL TO WS-TOTAL-REVERSALS
           ADD DBL-ADJUSTMENT-TOTAL TO WS-TOTAL-ADJUSTMENTS
           ADD DBL-CLOSING-BALANCE TO WS-TOTAL-CLOSING

           COMPUTE WS-PROOF-BALANCE = DBL-OPENING-BALANCE
               + DBL-ORIGINAL-TOTAL - DBL-REVERSAL-TOTAL
               + DBL-ADJUSTMENT-TOTAL
           IF WS-PROOF-BALANCE NOT = DBL-CLOSING-BALANCE
               MOVE "CLOSING BALANCE DOES NOT PROVE FOR DEPT"
                   TO PCR-MESSAGE
               MOVE DBL-DEPT-CODE TO PCR-VALUE
               PERFORM REPORT-CLOSE-EXCEPTION
           END-IF.

       PRINT-PERIOD-BALANCES.
           MOVE "***" TO PCR-DEPT-CODE
           MOVE "TOTAL" TO PCR-STATUS
           MOVE WS-TOTAL-OPENING TO PCR-OPENING
           MOVE WS-TOTAL-CLOSING TO PCR-CLOSING
           WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-BALANCE-LINE
           MOVE WS-TOTAL-ORIGINALS TO PCR-ORIGINALS
           MOVE WS-TOTAL-REVERSALS TO PCR-REVERSALS
           MOVE WS-TOTAL-ADJUSTMENTS TO PCR-ADJUSTMENTS
           WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-ACTIVITY-LINE.

      ******************************************************************
      *    Close: freeze the department's record for the period and
      *    carry its closing balance into the next period's opening
      *    balance, restating the next period's closing balance from
      *    whatever activity it already holds.
      ******************************************************************
       FREEZE-PERIOD-BALANCE.
           MOVE WS-PERIOD TO DBL-PERIOD
           MOVE WS-BAL-DEPT (WS-BAL-SUB) TO DBL-DEPT-CODE
           READ DEPT-BALANCE-FILE
               INVALID KEY
                   DISPLAY "FATAL: DEPTBAL RECORD LOST DURING CLOSE, "
                       "DEPT " WS-BAL-DEPT (WS-BAL-SUB)
                   SET RUN-ABENDED TO TRUE
               NOT INVALID KEY
                   SET DBL-PERIOD-IS-FROZEN TO TRUE
                   MOVE WS-RUN-DATE TO DBL-FROZEN-DATE
                   REWRITE DEPT-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "FATAL: DEPTBAL REWRITE FAILED, "
                               "STATUS=" WS-DEPT-BALANCE-STATUS
                           SET RUN-ABENDED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-FROZEN-COUNT
                   END-REWRITE
           END-READ
           IF NOT RUN-ABENDED
               PERFORM ROLL-BALANCE-FORWARD
           END-IF.

       ROLL-BALANCE-FORWARD.
           MOVE WS-PERIOD TO WS-NEXT-PERIOD
           PERFORM STEP-NEXT-PERIOD
           MOVE WS-NEXT-PERIOD TO DBL-PERIOD
           MOVE WS-BAL-DEPT (WS-BAL-SUB) TO DBL-DEPT-CODE
           READ DEPT-BALANCE-FILE
               INVALID KEY
                   PERFORM OPEN-NEXT-PERIOD-BALANCE
               NOT INVALID KEY
                   PERFORM RESTATE-NEXT-PERIOD-BALANCE
           END-READ.

       OPEN-NEXT-PERIOD-BALANCE.
           MOVE SPACES TO DEPT-BALANCE-RECORD
           MOVE WS-NEXT-PERIOD TO DBL-PERIOD
           MOVE WS-BAL-DEPT (WS-BAL-SUB) TO DBL-DEPT-CODE
           SET DBL-PERIOD-IS-OPEN TO TRUE
           MOVE WS-BAL-CLOSING (WS-BAL-SUB) TO DBL-OPENING-BALANCE
           MOVE ZEROS TO DBL-ORIGINAL-TOTAL
           MOVE ZEROS TO DBL-REVERSAL-TOTAL
           MOVE ZEROS TO DBL-ADJUSTMENT-TOTAL
           MOVE WS-BAL-CLOSING (WS-BAL-SUB) TO DBL-CLOSING-BALANCE
           MOVE ZEROS TO DBL-RECORD-COUNT
           MOVE ZEROS TO DBL-LAST-POSTED-DATE
           MOVE ZEROS TO DBL-LAST-POSTED-TIME
           MOVE ZEROS TO DBL-FROZEN-DATE
           WRITE DEPT-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "FATAL: DEPTBAL WRITE FAILED, STATUS="
                       WS-DEPT-BALANCE-STATUS
                   SET RUN-ABENDED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-ROLLED-COUNT
           END-WRITE.

       RESTATE-NEXT-PERIOD-BALANCE.
           MOVE WS-BAL-CLOSING (WS-BAL-SUB) TO DBL-OPENING-BALANCE
           COMPUTE DBL-CLOSING-BALANCE = DBL-OPENING-BALANCE
               + DBL-ORIGINAL-TOTAL - DBL-REVERSAL-TOTAL
               + DBL-ADJUSTMENT-TOTAL
               ON SIZE ERROR
                   DISPLAY "FATAL: SUBLEDGER BALANCE OVERFLOW FOR DEPT "
                       DBL-DEPT-CODE
                   SET RUN-ABENDED TO TRUE
           END-COMPUTE
           IF NOT RUN-ABENDED
               REWRITE DEPT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "FATAL: DEPTBAL REWRITE FAILED, STATUS="
                           WS-DEPT-BALANCE-STATUS
                       SET RUN-ABENDED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ROLLED-COUNT
               END-REWRITE
           END-IF.

       ADVANCE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO REWRITE PRDCTL, STATUS="
                   WS-PERIOD-CONTROL-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               MOVE WS-PERIOD TO PRC-CLOSED-PERIOD
               MOVE WS-RUN-DATE TO PRC-CLOSE-DATE
               MOVE WS-RUN-TIME TO PRC-CLOSE-TIME
               MOVE WS-OPERATOR-ID TO PRC-OPERATOR-ID
               WRITE PERIOD-CONTROL-RECORD
               CLOSE PERIOD-CONTROL-FILE
               SET PERIOD-WAS-CLOSED TO TRUE
           END-IF.

      *    An open date or an unproved balance refuses a close, but
      *    only qualifies a trial balance.
       REPORT-CLOSE-EXCEPTION.
           IF CLOSE-REQUESTED
               PERFORM REPORT-CLOSE-ERROR
           ELSE
               PERFORM REPORT-CLOSE-WARNING
           END-IF.

       REPORT-CLOSE-ERROR.
           MOVE "ERROR:   " TO PCR-TAG
           WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-MESSAGE-LINE
           ADD 1 TO WS-ERROR-COUNT.

       REPORT-CLOSE-WARNING.
           MOVE "WARNING: " TO PCR-TAG
           WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-MESSAGE-LINE
           ADD 1 TO WS-WARNING-COUNT.

       TERMINATION.
           IF WS-CLOSE-REPORT-STATUS = "00"
               MOVE WS-BAL-COUNT TO PCR-DEPT-COUNT
               MOVE WS-FROZEN-COUNT TO PCR-FROZEN-COUNT
               MOVE WS-ROLLED-COUNT TO PCR-ROLLED-COUNT
               WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-COUNT-LINE

               EVALUATE TRUE
                   WHEN RUN-ABENDED
                       MOVE "CLOSE ABENDED" TO PCR-RESULT-TEXT
                   WHEN WS-ERROR-COUNT > ZEROS
                       MOVE "CLOSE REFUSED" TO PCR-RESULT-TEXT
                   WHEN PERIOD-WAS-CLOSED
                       MOVE "PERIOD CLOSED" TO PCR-RESULT-TEXT
                   WHEN OTHER
                       MOVE "TRIAL BALANCE ONLY" TO PCR-RESULT-TEXT
               END-EVALUATE
               WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-RESULT-LINE
           END-IF

           CLOSE CLOSE-REPORT-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE DEPT-BALANCE-FILE

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Departments listed: " WS-BAL-COUNT
           DISPLAY "Departments frozen: " WS-FROZEN-COUNT

           EVALUATE TRUE
               WHEN RUN-ABENDED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > ZEROS
                   DISPLAY "Period close refused - see the close report"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZEROS
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
           MOVE "PRDCLOSE" TO AUD-PROGRAM-ID
           MOVE "DEPTBAL" TO AUD-INPUT-FILE-NAME
           MOVE WS-BAL-COUNT TO AUD-RECORDS-PROCESSED
           MOVE WS-ERROR-COUNT TO AUD-REJECT-COUNT
           MOVE WS-TOTAL-CLOSING TO AUD-CONTROL-TOTAL
           MOVE ZEROS TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
       END PROGRAM PRDCLOSE-PROCEDURE.
