      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Cycle backout utility. Unwind the posting run for one
      *          business date and settlement cycle named on an
      *          authorized operator's backout card: every posted-
      *          master record the run created is deleted, and every
      *          record the run reversed, adjusted or re-posted is put
      *          back from the before-image FIRST-PROCEDURE stamped on
      *          it. An offsetting GL extract, in the daily extract's
      *          own header/detail/trailer envelope, backs the run out
      *          of the ledger; the run-control entry is marked backed
      *          out so the gatekeeper takes the corrected feed
      *          without the force flag. A run holding postings the
      *          ledger has already confirmed is refused unless the
      *          card carries the supervisor override. A run whose
      *          totals were already carried to the department balance
      *          subledger is taken back out of it, posting by posting
      *          as far as the balance update reached, and a run in a
      *          period the period close has frozen is refused, as is
      *          any run while a later date or cycle stands posted or
      *          closed: runs are backed out latest first. Each
      *          restored posting gets back the currency and currency
      *          result of its before-image, and each offset carries
      *          the currency of the posting it offsets. Operators
      *          are verified against the version of their entry in
      *          effect on the run date.
      *          Nothing is changed unless every edit passes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-CARD-FILE
               ASSIGN TO "BKOCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-CARD-STATUS.

           SELECT OPERATOR-AUTH-FILE
               ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-AUTH-STATUS.

           SELECT GL-FILE
               ASSIGN TO "GLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "PRDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT BACKOUT-REPORT-FILE
               ASSIGN TO "BKORPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-REPORT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *    Dynamic access: the entry is read by key, and the entries
      *    after it are browsed for a later run still standing.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCM-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *    Dynamic access: the master is swept in key order with
      *    START/READ NEXT, and each selected posting is deleted or
      *    rewritten in place as the sweep reaches it.
           SELECT POSTED-FILE
               ASSIGN TO "PSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTED-FILE-STATUS.

           SELECT DEPT-BALANCE-FILE
               ASSIGN TO "DEPTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DBL-KEY
               FILE STATUS IS WS-DEPT-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY BKOCARD.

       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY OPERAUTH.

       FD  GL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY GLPOST.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY PRDCTL.

       FD  BACKOUT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  BACKOUT-REPORT-RECORD       PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNCTL.

       FD  POSTED-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PSTMAST.

       FD  DEPT-BALANCE-FILE
           LABEL RECORDS ARE OMITTED.
           COPY DEPTBAL.

       WORKING-STORAGE SECTION.
       77 WS-BACKOUT-CARD-STATUS       PIC X(02) VALUE "00".
       77 WS-OPERATOR-AUTH-STATUS      PIC X(02) VALUE "00".
       77 WS-GL-FILE-STATUS            PIC X(02) VALUE "00".
       77 WS-BACKOUT-REPORT-STATUS     PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-CONTROL-STATUS        PIC X(02) VALUE "00".
       77 WS-POSTED-FILE-STATUS        PIC X(02) VALUE "00".
       77 WS-PERIOD-CONTROL-STATUS     PIC X(02) VALUE "00".
       77 WS-DEPT-BALANCE-STATUS       PIC X(02) VALUE "00".

       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-CARD-READ-SWITCH          PIC X(01) VALUE "N".
           88 BACKOUT-CARD-READ                 VALUE "Y".
       77 WS-AUTH-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-AUTH-FILE                  VALUE "Y".
       77 WS-AUTH-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 AUTH-ENTRY-FOUND                  VALUE "Y".
       77 WS-OVERRIDE-SWITCH           PIC X(01) VALUE "N".
           88 OVERRIDE-IS-VALID                 VALUE "Y".
       77 WS-RCM-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 RUN-CONTROL-FOUND                 VALUE "Y".
       77 WS-PST-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-POSTED-FILE                VALUE "Y".
       77 WS-SELECT-SWITCH             PIC X(01) VALUE "N".
           88 POSTING-IS-FROM-RUN               VALUE "Y".
       77 WS-CONFIRMED-HEAD-SWITCH     PIC X(01) VALUE "N".
           88 CONFIRMED-HEADER-WRITTEN          VALUE "Y".
       77 WS-CARRIED-SWITCH            PIC X(01) VALUE "N".
           88 RUN-WAS-CARRIED                   VALUE "Y".
       77 WS-ALL-CARRIED-SWITCH        PIC X(01) VALUE "N".
           88 ALL-POSTINGS-CARRIED              VALUE "Y".
       77 WS-POSTING-CARRIED-SWITCH    PIC X(01) VALUE "N".
           88 POSTING-WAS-CARRIED               VALUE "Y".
       77 WS-OFFSET-NEEDED-SWITCH      PIC X(01) VALUE "N".
           88 GL-OFFSET-NEEDED                  VALUE "Y".
       77 WS-RCM-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-RUN-CONTROL                VALUE "Y".
       77 WS-DBL-OPEN-SWITCH           PIC X(01) VALUE "N".
           88 SUBLEDGER-IS-OPEN                 VALUE "Y".

       77 WS-AUTH-SUB                  PIC 9(02) VALUE ZEROS.
       77 WS-AUTH-COUNT                PIC 9(02) VALUE ZEROS.
       77 WS-AUTH-LIMIT                PIC 9(02) VALUE 50.
       77 WS-LOOKUP-OPERATOR           PIC X(08) VALUE SPACES.
       77 WS-OFFSET-SUB                PIC 9(02) VALUE ZEROS.
       77 WS-OFFSET-LIMIT              PIC 9(02) VALUE 20.
       77 WS-OFFSET-DEPT               PIC X(03) VALUE SPACES.
       77 WS-OFFSET-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 OFFSET-ENTRY-FOUND                VALUE "Y".

       77 WS-ERROR-COUNT               PIC 9(04) VALUE ZEROS.
       77 WS-SELECTED-COUNT            PIC 9(08) VALUE ZEROS.
       77 WS-CONFIRMED-COUNT           PIC 9(08) VALUE ZEROS.
       77 WS-DELETED-COUNT             PIC 9(08) VALUE ZEROS.
       77 WS-RESTORED-COUNT            PIC 9(08) VALUE ZEROS.
       77 WS-GL-RECORD-COUNT           PIC 9(08) VALUE ZEROS.
       77 WS-GL-HASH-TOTAL             PIC 9(16)V99 VALUE ZEROS.

       77 WS-OFFSET-TYPE               PIC X(01) VALUE SPACES.
       77 WS-OFFSET-RESULT             PIC 9(14)V99 VALUE ZEROS.
       77 WS-OFFSET-PRIOR              PIC 9(14)V99 VALUE ZEROS.
       77 WS-OFFSET-CURRENCY           PIC X(03) VALUE SPACES.
       77 WS-OFFSET-CURRENCY-RESULT    PIC 9(14)V99 VALUE ZEROS.
       77 WS-BASE-CURRENCY             PIC X(03) VALUE "USD".

       77 WS-BUSINESS-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-CLOSED-PERIOD             PIC 9(06) VALUE ZEROS.
       77 WS-BUSINESS-PERIOD           PIC 9(06) VALUE ZEROS.
       77 WS-CYCLE-NUMBER              PIC 9(01) VALUE ZEROS.
       77 WS-SUPERVISOR-ID             PIC X(08) VALUE SPACES.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

      *    The posting-run stamp of the last run carried to the
      *    subledger for the date and cycle, and a posting's own
      *    stamp, each read as one date-and-time value.
       01 WS-CARRIED-STAMP.
           05 WS-CARRIED-DATE          PIC 9(08) VALUE ZEROS.
           05 WS-CARRIED-TIME          PIC 9(08) VALUE ZEROS.

       01 WS-POSTING-STAMP.
           05 WS-POSTING-DATE          PIC 9(08) VALUE ZEROS.
           05 WS-POSTING-TIME          PIC 9(08) VALUE ZEROS.

       01 WS-LATER-RUN-NAME.
           05 WS-LATER-RUN-DATE        PIC 9(08).
           05 FILLER                   PIC X(01) VALUE "/".
           05 WS-LATER-RUN-CYCLE       PIC 9(01).
           05 FILLER                   PIC X(02) VALUE SPACES.

       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
               10 WS-AUTH-OPERATOR     PIC X(08).
               10 WS-AUTH-ACTIVE       PIC X(01).
               10 WS-AUTH-SUPERVISOR   PIC X(01).

      *    What the run carried to the subledger, per department, as
      *    rebuilt from its postings: the amounts to take back out.
       01 WS-OFFSET-TABLE.
           05 WS-OFFSET-COUNT          PIC 9(02) VALUE ZEROS.
           05 WS-OFFSET-ENTRY OCCURS 20 TIMES.
               10 WS-OFS-DEPT          PIC X(03).
               10 WS-OFS-POSTINGS      PIC 9(08).
               10 WS-OFS-ORIGINALS     PIC S9(12)V99.
               10 WS-OFS-REVERSALS     PIC S9(12)V99.
               10 WS-OFS-ADJUSTMENTS   PIC S9(12)V99.

       01 WS-BACKOUT-HEADER.
           05 FILLER                   PIC X(20) VALUE
               "CYCLE BACKOUT REPORT".
           05 FILLER                   PIC X(60) VALUE SPACES.

       01 WS-BACKOUT-SELECT-LINE.
           05 FILLER                   PIC X(15) VALUE
               "BUSINESS DATE: ".
           05 BKR-BUSINESS-DATE        PIC 9(08).
           05 FILLER                   PIC X(09) VALUE "  CYCLE: ".
           05 BKR-CYCLE-NUMBER         PIC 9(01).
           05 FILLER                   PIC X(12) VALUE
               "  OPERATOR: ".
           05 BKR-OPERATOR-ID          PIC X(08).
           05 FILLER                   PIC X(14) VALUE
               "  SUPERVISOR: ".
           05 BKR-SUPERVISOR-ID        PIC X(08).
           05 FILLER                   PIC X(05) VALUE SPACES.

       01 WS-BACKOUT-MESSAGE-LINE.
           05 BKR-TAG                  PIC X(09) VALUE SPACES.
           05 BKR-MESSAGE              PIC X(50) VALUE SPACES.
           05 BKR-VALUE                PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE SPACES.

       01 WS-BACKOUT-SECTION-LINE.
           05 BKR-SECTION-TEXT         PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-BACKOUT-DETAIL-LINE.
           05 BKR-RECORD-ID            PIC 9(06).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BKR-TRAN-DATE            PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BKR-DEPT-CODE            PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 BKR-ACTION               PIC X(11).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BKR-RESULT-BEFORE        PIC Z(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 BKR-RESULT-AFTER         PIC Z(13)9.99.
           05 FILLER                   PIC X(10) VALUE SPACES.

       01 WS-BACKOUT-COUNT-LINE.
           05 FILLER                   PIC X(10) VALUE "SELECTED: ".
           05 BKR-SELECTED-COUNT       PIC ZZZZZZZ9.
           05 FILLER                   PIC X(11) VALUE
               "  DELETED: ".
           05 BKR-DELETED-COUNT        PIC ZZZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               "  RESTORED: ".
           05 BKR-RESTORED-COUNT       PIC ZZZZZZZ9.
           05 FILLER                   PIC X(08) VALUE "  CONF: ".
           05 BKR-CONFIRMED-COUNT      PIC ZZZZZZZ9.
           05 FILLER                   PIC X(07) VALUE SPACES.

       01 WS-BACKOUT-GL-LINE.
           05 FILLER                   PIC X(19) VALUE
               "OFFSET GL DETAILS: ".
           05 BKR-GL-COUNT             PIC ZZZZZZZ9.
           05 FILLER                   PIC X(08) VALUE "  HASH: ".
           05 BKR-GL-HASH              PIC Z(15)9.99.
           05 FILLER                   PIC X(26) VALUE SPACES.

       01 WS-BACKOUT-RESULT-LINE.
           05 FILLER                   PIC X(08) VALUE "RESULT: ".
           05 BKR-RESULT-TEXT          PIC X(17) VALUE SPACES.
           05 FILLER                   PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Cycle backout"

           PERFORM INITIALIZATION

           IF NOT RUN-ABENDED
               PERFORM LOAD-OPERATOR-AUTH
               PERFORM LOAD-PERIOD-CONTROL
               PERFORM READ-BACKOUT-CARD
               PERFORM VALIDATE-BACKOUT-CARD
           END-IF

           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               PERFORM OPEN-RUN-FILES
           END-IF

           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               PERFORM CHECK-RUN-CONTROL-ENTRY
               PERFORM CHECK-LATER-RUNS
               PERFORM SCAN-RUN-POSTINGS
               PERFORM DECIDE-BACKOUT
           END-IF

           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               AND RUN-WAS-CARRIED
               PERFORM CHECK-SUBLEDGER-BALANCES
           END-IF

           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               PERFORM WRITE-GL-HEADER
               PERFORM RESTORE-RUN-POSTINGS
           END-IF

      *    A backout that stopped part way leaves the run-control
      *    entry as it was and the offsetting extract without its
      *    trailer, so neither the gatekeeper nor the GL load can
      *    take a half-finished unwind for a finished one.
           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               PERFORM WRITE-GL-TRAILER
               IF RUN-WAS-CARRIED
                   PERFORM APPLY-SUBLEDGER-OFFSET
                       VARYING WS-OFFSET-SUB FROM 1 BY 1
                       UNTIL WS-OFFSET-SUB > WS-OFFSET-COUNT
                       OR RUN-ABENDED
               END-IF
           END-IF

           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               PERFORM MARK-RUN-BACKED-OUT
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF WS-BACKOUT-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN BKORPT, STATUS="
                   WS-BACKOUT-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-HEADER
           END-IF.

       LOAD-OPERATOR-AUTH.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERATOR-AUTH-STATUS NOT = "00"
               MOVE "AUTHORIZED-OPERATOR FILE COULD NOT BE OPENED"
                   TO BKR-MESSAGE
               MOVE WS-OPERATOR-AUTH-STATUS TO BKR-VALUE
               PERFORM REPORT-BACKOUT-ERROR
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
                       TO BKR-MESSAGE
                   MOVE SPACES TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
                   SET END-OF-AUTH-FILE TO TRUE
           END-EVALUATE.

       MOVE-AUTH-ENTRY.
           MOVE OPA-OPERATOR-ID
               TO WS-AUTH-OPERATOR (WS-AUTH-COUNT)
           MOVE OPA-ACTIVE-FLAG
               TO WS-AUTH-ACTIVE (WS-AUTH-COUNT)
           MOVE OPA-SUPERVISOR-FLAG
               TO WS-AUTH-SUPERVISOR (WS-AUTH-COUNT).

       LOCATE-AUTH-ENTRY.
           MOVE "N" TO WS-AUTH-FOUND-SWITCH
           MOVE 1 TO WS-AUTH-SUB
           PERFORM UNTIL AUTH-ENTRY-FOUND
               OR WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUTH-OPERATOR (WS-AUTH-SUB) = WS-LOOKUP-OPERATOR
                   SET AUTH-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-AUTH-SUB
               END-IF
           END-PERFORM.

       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               MOVE "PERIOD CONTROL FILE COULD NOT BE OPENED"
                   TO BKR-MESSAGE
               MOVE WS-PERIOD-CONTROL-STATUS TO BKR-VALUE
               PERFORM REPORT-BACKOUT-ERROR
           ELSE
               READ PERIOD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRC-CLOSED-PERIOD NUMERIC
                           MOVE PRC-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       ELSE
                           MOVE "CLOSED PERIOD ON PRDCTL NOT NUMERIC"
                               TO BKR-MESSAGE
                           MOVE PRC-CLOSED-PERIOD TO BKR-VALUE
                           PERFORM REPORT-BACKOUT-ERROR
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       READ-BACKOUT-CARD.
           OPEN INPUT BACKOUT-CARD-FILE
           IF WS-BACKOUT-CARD-STATUS = "00"
               READ BACKOUT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET BACKOUT-CARD-READ TO TRUE
                       MOVE BKO-OPERATOR-ID TO WS-OPERATOR-ID
               END-READ
               CLOSE BACKOUT-CARD-FILE
           END-IF.

       VALIDATE-BACKOUT-CARD.
           IF NOT BACKOUT-CARD-READ
               MOVE "NO BACKOUT CARD SUPPLIED" TO BKR-MESSAGE
               MOVE SPACES TO BKR-VALUE
               PERFORM REPORT-BACKOUT-ERROR
           ELSE
               PERFORM VALIDATE-BACKOUT-SELECTION
               PERFORM VALIDATE-BACKOUT-OPERATOR
               PERFORM VALIDATE-SUPERVISOR-OVERRIDE
               MOVE WS-BUSINESS-DATE TO BKR-BUSINESS-DATE
               MOVE WS-CYCLE-NUMBER TO BKR-CYCLE-NUMBER
               MOVE WS-OPERATOR-ID TO BKR-OPERATOR-ID
               MOVE WS-SUPERVISOR-ID TO BKR-SUPERVISOR-ID
               WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-SELECT-LINE
           END-IF.

       VALIDATE-BACKOUT-SELECTION.
           IF BKO-BUSINESS-DATE NOT NUMERIC
               OR BKO-BUSINESS-DATE = ZEROS
               MOVE "BUSINESS DATE MISSING OR NOT NUMERIC"
                   TO BKR-MESSAGE
               MOVE BKO-BUSINESS-DATE TO BKR-VALUE
               PERFORM REPORT-BACKOUT-ERROR
           ELSE
               MOVE BKO-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE BKO-BUSINESS-DATE (1:6) TO WS-BUSINESS-PERIOD
      *        A frozen period's balances are final; its runs stay.
               IF WS-BUSINESS-PERIOD NOT > WS-CLOSED-PERIOD
                   MOVE "BUSINESS DATE IS IN A CLOSED PERIOD"
                       TO BKR-MESSAGE
                   MOVE WS-CLOSED-PERIOD TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               END-IF
           END-IF
           IF BKO-CYCLE-NUMBER = "1" OR BKO-CYCLE-NUMBER = "2"
               MOVE BKO-CYCLE-NUMBER TO WS-CYCLE-NUMBER
           ELSE
               MOVE "CYCLE NUMBER MUST BE 1 OR 2" TO BKR-MESSAGE
               MOVE BKO-CYCLE-NUMBER TO BKR-VALUE
               PERFORM REPORT-BACKOUT-ERROR
           END-IF.

       VALIDATE-BACKOUT-OPERATOR.
           IF BKO-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID MISSING FROM BACKOUT CARD"
                   TO BKR-MESSAGE
               MOVE SPACES TO BKR-VALUE
               PERFORM REPORT-BACKOUT-ERROR
           ELSE
               MOVE BKO-OPERATOR-ID TO WS-LOOKUP-OPERATOR
               PERFORM LOCATE-AUTH-ENTRY
               EVALUATE TRUE
                   WHEN NOT AUTH-ENTRY-FOUND
                       MOVE "OPERATOR ID NOT ON AUTHORIZED LIST"
                           TO BKR-MESSAGE
                       MOVE BKO-OPERATOR-ID TO BKR-VALUE
                       PERFORM REPORT-BACKOUT-ERROR
                   WHEN WS-AUTH-ACTIVE (WS-AUTH-SUB) NOT = "A"
                       MOVE "OPERATOR ID IS NOT ACTIVE" TO BKR-MESSAGE
                       MOVE BKO-OPERATOR-ID TO BKR-VALUE
                       PERFORM REPORT-BACKOUT-ERROR
               END-EVALUATE
           END-IF.

      *    The override is only as good as the supervisor behind it:
      *    the id must be an active supervisor on the authorized list
      *    and may not be the operator asking for the backout.
       VALIDATE-SUPERVISOR-OVERRIDE.
           EVALUATE TRUE
               WHEN BKO-OVERRIDE-FLAG = SPACE
                   CONTINUE
               WHEN NOT BKO-SUPERVISOR-OVERRIDE
                   MOVE "OVERRIDE INDICATOR MUST BE S OR BLANK"
                       TO BKR-MESSAGE
                   MOVE BKO-OVERRIDE-FLAG TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN BKO-SUPERVISOR-ID = SPACES
                   MOVE "SUPERVISOR ID MISSING FROM OVERRIDE"
                       TO BKR-MESSAGE
                   MOVE SPACES TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN BKO-SUPERVISOR-ID = BKO-OPERATOR-ID
                   MOVE "SUPERVISOR MAY NOT OVERRIDE OWN BACKOUT"
                       TO BKR-MESSAGE
                   MOVE BKO-SUPERVISOR-ID TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN OTHER
                   PERFORM VALIDATE-SUPERVISOR-ID
           END-EVALUATE.

       VALIDATE-SUPERVISOR-ID.
           MOVE BKO-SUPERVISOR-ID TO WS-LOOKUP-OPERATOR
           PERFORM LOCATE-AUTH-ENTRY
           EVALUATE TRUE
               WHEN NOT AUTH-ENTRY-FOUND
                   MOVE "SUPERVISOR ID NOT ON AUTHORIZED LIST"
                       TO BKR-MESSAGE
                   MOVE BKO-SUPERVISOR-ID TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN WS-AUTH-ACTIVE (WS-AUTH-SUB) NOT = "A"
                   MOVE "SUPERVISOR ID IS NOT ACTIVE" TO BKR-MESSAGE
                   MOVE BKO-SUPERVISOR-ID TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN WS-AUTH-SUPERVISOR (WS-AUTH-SUB) NOT = "Y"
                   MOVE "OVERRIDE ID IS NOT A SUPERVISOR"
                       TO BKR-MESSAGE
                   MOVE BKO-SUPERVISOR-ID TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN OTHER
                   MOVE BKO-SUPERVISOR-ID TO WS-SUPERVISOR-ID
                   SET OVERRIDE-IS-VALID TO TRUE
           END-EVALUATE.

       OPEN-RUN-FILES.
           OPEN I-O POSTED-FILE
           IF WS-POSTED-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN PSTMAST, STATUS="
                   WS-POSTED-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RUNCTLF, STATUS="
                   WS-RUN-CONTROL-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           OPEN OUTPUT GL-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN GLFILE, STATUS="
                   WS-GL-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF.

      *    Only a run that finished posting can be backed out. A run
      *    still accepted-only abended part way: its checkpoint would
      *    make the next run skip the records already passed, so it
      *    must be completed by restart before it is unwound. The
      *    postings that reached the subledger are those posted no
      *    later than the last posting run the balance update carried
      *    for the date and cycle, which survives a late source
      *    reopening the day; an entry carried before that stamp was
      *    kept has every posting carried once its subledger date is
      *    set.
       CHECK-RUN-CONTROL-ENTRY.
           MOVE "N" TO WS-RCM-FOUND-SWITCH
           MOVE WS-BUSINESS-DATE TO RCM-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RCM-CYCLE-NUMBER
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RUN-CONTROL-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT RUN-CONTROL-FOUND
                   MOVE "DATE AND CYCLE NOT ON RUN-CONTROL MASTER"
                       TO BKR-MESSAGE
                   MOVE WS-BUSINESS-DATE TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN RCM-IS-BACKED-OUT
                   MOVE "DATE AND CYCLE ALREADY BACKED OUT"
                       TO BKR-MESSAGE
                   MOVE RCM-BACKOUT-DATE TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN RCM-IS-ACCEPTED
                   MOVE "RUN NEVER POSTED - RESTART IT BEFORE BACKOUT"
                       TO BKR-MESSAGE
                   MOVE WS-BUSINESS-DATE TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN RCM-CARRIED-POST-DATE NUMERIC
                   AND RCM-CARRIED-POST-TIME NUMERIC
                   AND RCM-CARRIED-POST-DATE > ZEROS
                   MOVE RCM-CARRIED-POST-DATE TO WS-CARRIED-DATE
                   MOVE RCM-CARRIED-POST-TIME TO WS-CARRIED-TIME
               WHEN RCM-SUBLEDGER-DATE NUMERIC
                   AND RCM-SUBLEDGER-DATE > ZEROS
                   SET ALL-POSTINGS-CARRIED TO TRUE
           END-EVALUATE.

      *    A posting changed again by a later run carries that run's
      *    stamp and would be passed over here, so no run is backed
      *    out while a later date or cycle stands posted or closed;
      *    each such run is named, to be backed out first.
       CHECK-LATER-RUNS.
           MOVE "N" TO WS-RCM-EOF-SWITCH
           MOVE WS-BUSINESS-DATE TO RCM-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RCM-CYCLE-NUMBER
           START RUN-CONTROL-FILE KEY > RCM-KEY
               INVALID KEY
                   SET END-OF-RUN-CONTROL TO TRUE
           END-START
           PERFORM UNTIL END-OF-RUN-CONTROL
               READ RUN-CONTROL-FILE NEXT RECORD
                   AT END
                       SET END-OF-RUN-CONTROL TO TRUE
                   NOT AT END
                       IF RCM-IS-POSTED OR RCM-IS-CLOSED
                           PERFORM REPORT-LATER-RUN
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-LATER-RUN.
           MOVE RCM-BUSINESS-DATE TO WS-LATER-RUN-DATE
           MOVE RCM-CYCLE-NUMBER TO WS-LATER-RUN-CYCLE
           MOVE "LATER RUN STILL POSTED - BACK IT OUT FIRST"
               TO BKR-MESSAGE
           MOVE WS-LATER-RUN-NAME TO BKR-VALUE
           PERFORM REPORT-BACKOUT-ERROR.

      ******************************************************************
      *    First pass: count the run's postings and list any the
      *    ledger has already confirmed, changing nothing, so a
      *    refused backout leaves the master exactly as it was.
      ******************************************************************
       SCAN-RUN-POSTINGS.
           PERFORM POSITION-POSTED-FILE
           PERFORM UNTIL END-OF-POSTED-FILE
               READ POSTED-FILE NEXT RECORD
                   AT END
                       SET END-OF-POSTED-FILE TO TRUE
                   NOT AT END
                       PERFORM SCAN-ONE-POSTING
               END-READ
           END-PERFORM.

       POSITION-POSTED-FILE.
           MOVE "N" TO WS-PST-EOF-SWITCH
           MOVE ZEROS TO PST-KEY
           START POSTED-FILE KEY NOT < PST-KEY
               INVALID KEY
                   SET END-OF-POSTED-FILE TO TRUE
           END-START.

      *    A posting belongs to the run when its run stamp carries the
      *    business date and cycle on the card; records posted before
      *    the stamp existed carry spaces and are never selected.
       CHECK-RUN-STAMP.
           MOVE "N" TO WS-SELECT-SWITCH
           IF PST-RUN-DATE NUMERIC
               AND PST-RUN-CYCLE NUMERIC
               IF PST-RUN-DATE = WS-BUSINESS-DATE
                   AND PST-RUN-CYCLE = WS-CYCLE-NUMBER
                   SET POSTING-IS-FROM-RUN TO TRUE
               END-IF
           END-IF.

       SCAN-ONE-POSTING.
           PERFORM CHECK-RUN-STAMP
           IF POSTING-IS-FROM-RUN
               ADD 1 TO WS-SELECTED-COUNT
               PERFORM CHECK-POSTING-CARRIED
               IF POSTING-WAS-CARRIED
                   SET RUN-WAS-CARRIED TO TRUE
                   PERFORM TALLY-SUBLEDGER-OFFSET
               END-IF
               IF PST-IS-CONFIRMED
                   ADD 1 TO WS-CONFIRMED-COUNT
                   PERFORM REPORT-CONFIRMED-POSTING
               END-IF
           END-IF.

       CHECK-POSTING-CARRIED.
           MOVE "N" TO WS-POSTING-CARRIED-SWITCH
           MOVE PST-POST-DATE TO WS-POSTING-DATE
           MOVE PST-POST-TIME TO WS-POSTING-TIME
           EVALUATE TRUE
               WHEN ALL-POSTINGS-CARRIED
                   SET POSTING-WAS-CARRIED TO TRUE
               WHEN WS-CARRIED-DATE > ZEROS
                   AND WS-POSTING-STAMP NOT > WS-CARRIED-STAMP
                   SET POSTING-WAS-CARRIED TO TRUE
           END-EVALUATE.

      *    The posting is classed the way the posting run tallied it
      *    onto the run totals: a created posting as an original, a
      *    reversal by its amount, a re-posted original over a
      *    reversed posting as an original, and an adjustment by its
      *    net change over the prior result. A posting the run both
      *    put on (created, or re-posted over a reversal) and reversed
      *    again went onto the totals once each way, so it comes back
      *    off both the originals and the reversals, leaving the
      *    closing balance where it stands.
       TALLY-SUBLEDGER-OFFSET.
           MOVE PST-DEPT-CODE TO WS-OFFSET-DEPT
           PERFORM LOCATE-OFFSET-ENTRY
           IF OFFSET-ENTRY-FOUND
               ADD 1 TO WS-OFS-POSTINGS (WS-OFFSET-SUB)
               EVALUATE TRUE
                   WHEN PST-IS-REVERSED
                       AND (PST-CREATED-BY-RUN
                           OR PST-PRIOR-STATUS = "V")
                       ADD PST-RESULT
                           TO WS-OFS-ORIGINALS (WS-OFFSET-SUB)
                       ADD PST-RESULT
                           TO WS-OFS-REVERSALS (WS-OFFSET-SUB)
                   WHEN PST-CREATED-BY-RUN
                       ADD PST-RESULT
                           TO WS-OFS-ORIGINALS (WS-OFFSET-SUB)
                   WHEN PST-IS-REVERSED
                       ADD PST-RESULT
                           TO WS-OFS-REVERSALS (WS-OFFSET-SUB)
                   WHEN PST-PRIOR-STATUS = "V"
                       ADD PST-RESULT
                           TO WS-OFS-ORIGINALS (WS-OFFSET-SUB)
                   WHEN OTHER
                       COMPUTE WS-OFS-ADJUSTMENTS (WS-OFFSET-SUB) =
                               WS-OFS-ADJUSTMENTS (WS-OFFSET-SUB)
                               + PST-RESULT - PST-PRIOR-RESULT
               END-EVALUATE
           END-IF.

       LOCATE-OFFSET-ENTRY.
           MOVE "N" TO WS-OFFSET-FOUND-SWITCH
           MOVE 1 TO WS-OFFSET-SUB
           PERFORM UNTIL OFFSET-ENTRY-FOUND
               OR WS-OFFSET-SUB > WS-OFFSET-COUNT
               IF WS-OFS-DEPT (WS-OFFSET-SUB) = WS-OFFSET-DEPT
                   SET OFFSET-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OFFSET-SUB
               END-IF
           END-PERFORM
           IF NOT OFFSET-ENTRY-FOUND
               IF WS-OFFSET-COUNT < WS-OFFSET-LIMIT
                   ADD 1 TO WS-OFFSET-COUNT
                   MOVE WS-OFFSET-COUNT TO WS-OFFSET-SUB
                   MOVE WS-OFFSET-DEPT TO WS-OFS-DEPT (WS-OFFSET-SUB)
                   MOVE ZEROS TO WS-OFS-POSTINGS (WS-OFFSET-SUB)
                   MOVE ZEROS TO WS-OFS-ORIGINALS (WS-OFFSET-SUB)
                   MOVE ZEROS TO WS-OFS-REVERSALS (WS-OFFSET-SUB)
                   MOVE ZEROS TO WS-OFS-ADJUSTMENTS (WS-OFFSET-SUB)
                   SET OFFSET-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY "FATAL: SUBLEDGER OFFSET TABLE LIMIT "
                       "EXCEEDED AT DEPT " WS-OFFSET-DEPT
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-POSTED-FILE TO TRUE
               END-IF
           END-IF.

       REPORT-CONFIRMED-POSTING.
           IF NOT CONFIRMED-HEADER-WRITTEN
               MOVE "POSTINGS CONFIRMED BY THE LEDGER"
                   TO BKR-SECTION-TEXT
               WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-SECTION-LINE
               SET CONFIRMED-HEADER-WRITTEN TO TRUE
           END-IF
           MOVE PST-RECORD-ID TO BKR-RECORD-ID
           MOVE PST-TRAN-DATE TO BKR-TRAN-DATE
           MOVE PST-DEPT-CODE TO BKR-DEPT-CODE
           MOVE "CONFIRMED" TO BKR-ACTION
           MOVE PST-RESULT TO BKR-RESULT-BEFORE
           MOVE PST-RESULT TO BKR-RESULT-AFTER
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-DETAIL-LINE.

       DECIDE-BACKOUT.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZEROS
                   CONTINUE
               WHEN WS-CONFIRMED-COUNT > ZEROS
                   AND NOT OVERRIDE-IS-VALID
                   MOVE "LEDGER-CONFIRMED POSTINGS NEED SUPERVISOR"
                       TO BKR-MESSAGE
                   MOVE WS-CONFIRMED-COUNT TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               WHEN WS-CONFIRMED-COUNT > ZEROS
                   MOVE "CONFIRMED POSTINGS BACKED OUT BY OVERRIDE"
                       TO BKR-MESSAGE
                   MOVE WS-SUPERVISOR-ID TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-WARNING
               WHEN WS-SELECTED-COUNT = ZEROS
                   MOVE "NO POSTINGS FOUND FOR THE RUN" TO BKR-MESSAGE
                   MOVE SPACES TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-WARNING
           END-EVALUATE.

      ******************************************************************
      *    Second pass: unwind each of the run's postings from its
      *    before-image and write the GL detail that offsets what the
      *    run sent to the ledger for it.
      ******************************************************************
       RESTORE-RUN-POSTINGS.
           MOVE "POSTINGS BACKED OUT" TO BKR-SECTION-TEXT
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-SECTION-LINE
           PERFORM POSITION-POSTED-FILE
           PERFORM UNTIL END-OF-POSTED-FILE
               READ POSTED-FILE NEXT RECORD
                   AT END
                       SET END-OF-POSTED-FILE TO TRUE
                   NOT AT END
                       PERFORM CHECK-RUN-STAMP
                       IF POSTING-IS-FROM-RUN
                           PERFORM BACK-OUT-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

      *    The offset is the inverse of what the run sent: a posting
      *    the run created goes back out as a reversal, a reversal
      *    the run applied comes back as an original, an original the
      *    run re-posted over a reversed posting is reversed again,
      *    and an adjustment is adjusted back to the prior result. A
      *    posting the run created or re-posted and then reversed
      *    netted to nothing on the ledger, so it is only deleted or
      *    put back, with no offset.
       BACK-OUT-ONE-POSTING.
           MOVE PST-RECORD-ID TO BKR-RECORD-ID
           MOVE PST-TRAN-DATE TO BKR-TRAN-DATE
           MOVE PST-DEPT-CODE TO BKR-DEPT-CODE
           MOVE PST-RESULT TO BKR-RESULT-BEFORE
           MOVE ZEROS TO WS-OFFSET-PRIOR
           MOVE "Y" TO WS-OFFSET-NEEDED-SWITCH
           PERFORM LOAD-OFFSET-CURRENCY
           EVALUATE TRUE
               WHEN PST-IS-REVERSED
                   AND PST-CREATED-BY-RUN
                   MOVE "N" TO WS-OFFSET-NEEDED-SWITCH
                   MOVE "DELETED" TO BKR-ACTION
               WHEN PST-IS-REVERSED
                   AND PST-PRIOR-STATUS = "V"
                   MOVE "N" TO WS-OFFSET-NEEDED-SWITCH
                   MOVE "RESTORED" TO BKR-ACTION
               WHEN PST-CREATED-BY-RUN
                   MOVE "R" TO WS-OFFSET-TYPE
                   MOVE PST-RESULT TO WS-OFFSET-RESULT
                   MOVE "DELETED" TO BKR-ACTION
               WHEN PST-IS-REVERSED
                   MOVE "O" TO WS-OFFSET-TYPE
                   MOVE PST-RESULT TO WS-OFFSET-RESULT
                   MOVE "UNREVERSED" TO BKR-ACTION
               WHEN PST-PRIOR-STATUS = "V"
                   MOVE "R" TO WS-OFFSET-TYPE
                   MOVE PST-RESULT TO WS-OFFSET-RESULT
                   MOVE "RE-REVERSED" TO BKR-ACTION
               WHEN OTHER
                   MOVE "J" TO WS-OFFSET-TYPE
                   MOVE PST-PRIOR-RESULT TO WS-OFFSET-RESULT
                   MOVE PST-RESULT TO WS-OFFSET-PRIOR
                   IF PST-PRIOR-CURRENCY-CODE NOT = SPACES
                       MOVE PST-PRIOR-CURRENCY-RESULT
                           TO WS-OFFSET-CURRENCY-RESULT
                   ELSE
                       MOVE PST-PRIOR-RESULT
                           TO WS-OFFSET-CURRENCY-RESULT
                   END-IF
                   MOVE "RESTORED" TO BKR-ACTION
           END-EVALUATE
           IF GL-OFFSET-NEEDED
               PERFORM WRITE-OFFSET-GL-DETAIL
           END-IF
           IF PST-CREATED-BY-RUN
               PERFORM DELETE-RUN-POSTING
           ELSE
               PERFORM RESTORE-PRIOR-POSTING
           END-IF
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-DETAIL-LINE.

      *    Each offset is carried in the currency of the posting it
      *    offsets; postings made before the currency fields existed
      *    are base-currency postings.
       LOAD-OFFSET-CURRENCY.
           IF PST-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-OFFSET-CURRENCY
               MOVE PST-RESULT TO WS-OFFSET-CURRENCY-RESULT
           ELSE
               MOVE PST-CURRENCY-CODE TO WS-OFFSET-CURRENCY
               MOVE PST-CURRENCY-RESULT TO WS-OFFSET-CURRENCY-RESULT
           END-IF.

       DELETE-RUN-POSTING.
           MOVE ZEROS TO BKR-RESULT-AFTER
           DELETE POSTED-FILE
               INVALID KEY
                   DISPLAY "FATAL: POSTED MASTER DELETE FAILED, "
                       "RECORD " PST-RECORD-ID
                       " STATUS=" WS-POSTED-FILE-STATUS
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-POSTED-FILE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
           END-DELETE.

      *    The restored posting no longer belongs to any run that can
      *    be backed out: the image it came from is spent, so the
      *    stamp and image are cleared rather than left to match a
      *    later backout card for the same date and cycle.
       RESTORE-PRIOR-POSTING.
           MOVE PST-PRIOR-STATUS TO PST-STATUS
           MOVE PST-PRIOR-RESULT TO PST-RESULT
           MOVE PST-PRIOR-POST-DATE TO PST-POST-DATE
           MOVE PST-PRIOR-POST-TIME TO PST-POST-TIME
      *    A before-image taken before the currency fields existed
      *    leaves the posting a base-currency posting as it was.
           IF PST-PRIOR-CURRENCY-CODE NOT = SPACES
               MOVE PST-PRIOR-CURRENCY-CODE TO PST-CURRENCY-CODE
               MOVE PST-PRIOR-CURRENCY-RESULT TO PST-CURRENCY-RESULT
           ELSE
               MOVE SPACES TO PST-CURRENCY-CODE
               MOVE ZEROS TO PST-CURRENCY-RESULT
           END-IF
           MOVE ZEROS TO PST-RUN-DATE
           MOVE ZEROS TO PST-RUN-CYCLE
           MOVE SPACES TO PST-PRIOR-STATUS
           MOVE ZEROS TO PST-PRIOR-RESULT
           MOVE ZEROS TO PST-PRIOR-POST-DATE
           MOVE ZEROS TO PST-PRIOR-POST-TIME
           MOVE SPACES TO PST-PRIOR-CURRENCY-CODE
           MOVE ZEROS TO PST-PRIOR-CURRENCY-RESULT
           MOVE PST-RESULT TO BKR-RESULT-AFTER
           REWRITE POSTED-RECORD
               INVALID KEY
                   DISPLAY "FATAL: POSTED MASTER REWRITE FAILED, "
                       "RECORD " PST-RECORD-ID
                       " STATUS=" WS-POSTED-FILE-STATUS
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-POSTED-FILE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
           END-REWRITE.

      *    The header's operation code is B, marking the extract as a
      *    backout rather than a day's posting run; each detail keeps
      *    the operation code of the posting it offsets.
       WRITE-GL-HEADER.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE "H" TO GL-RECORD-TYPE
           MOVE WS-RUN-DATE TO GLH-RUN-DATE
           MOVE WS-RUN-TIME TO GLH-RUN-TIME
           MOVE "B" TO GLH-OPERATION-CODE
           MOVE WS-CYCLE-NUMBER TO GLH-CYCLE-NUMBER
           WRITE GL-POSTING-RECORD.

       WRITE-OFFSET-GL-DETAIL.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE "D" TO GL-RECORD-TYPE
           MOVE PST-RECORD-ID TO GLD-RECORD-ID
           MOVE PST-TRAN-DATE TO GLD-TRAN-DATE
           MOVE ZEROS TO GLD-AMOUNT-1
           MOVE ZEROS TO GLD-AMOUNT-2
           MOVE WS-OFFSET-RESULT TO GLD-RESULT
           MOVE PST-OPERATION-CODE TO GLD-OPERATION-CODE
           MOVE WS-OFFSET-TYPE TO GLD-TYPE-CODE
           MOVE PST-DEPT-CODE TO GLD-DEPT-CODE
           MOVE WS-OFFSET-PRIOR TO GLD-PRIOR-RESULT
           MOVE WS-OFFSET-CURRENCY TO GLD-CURRENCY-CODE
           MOVE WS-OFFSET-CURRENCY-RESULT TO GLD-CURRENCY-RESULT
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-OFFSET-RESULT TO WS-GL-HASH-TOTAL.

       WRITE-GL-TRAILER.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE "T" TO GL-RECORD-TYPE
           MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT
           MOVE WS-GL-HASH-TOTAL TO GLT-HASH-TOTAL
           WRITE GL-POSTING-RECORD.

      ******************************************************************
      *    A run already carried to the subledger must find each of
      *    its departments there, still open, before anything is
      *    unwound; otherwise the backout is refused.
      ******************************************************************
       CHECK-SUBLEDGER-BALANCES.
           OPEN I-O DEPT-BALANCE-FILE
           IF WS-DEPT-BALANCE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN DEPTBAL, STATUS="
                   WS-DEPT-BALANCE-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               SET SUBLEDGER-IS-OPEN TO TRUE
               PERFORM CHECK-ONE-SUBLEDGER-BALANCE
                   VARYING WS-OFFSET-SUB FROM 1 BY 1
                   UNTIL WS-OFFSET-SUB > WS-OFFSET-COUNT
           END-IF.

       CHECK-ONE-SUBLEDGER-BALANCE.
           MOVE WS-BUSINESS-PERIOD TO DBL-PERIOD
           MOVE WS-OFS-DEPT (WS-OFFSET-SUB) TO DBL-DEPT-CODE
           READ DEPT-BALANCE-FILE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON SUBLEDGER FOR THE PERIOD"
                       TO BKR-MESSAGE
                   MOVE WS-OFS-DEPT (WS-OFFSET-SUB) TO BKR-VALUE
                   PERFORM REPORT-BACKOUT-ERROR
               NOT INVALID KEY
                   IF DBL-PERIOD-IS-FROZEN
                       MOVE "SUBLEDGER PERIOD FROZEN FOR DEPARTMENT"
                           TO BKR-MESSAGE
                       MOVE WS-OFS-DEPT (WS-OFFSET-SUB) TO BKR-VALUE
                       PERFORM REPORT-BACKOUT-ERROR
                   END-IF
           END-READ.

       APPLY-SUBLEDGER-OFFSET.
           MOVE WS-BUSINESS-PERIOD TO DBL-PERIOD
           MOVE WS-OFS-DEPT (WS-OFFSET-SUB) TO DBL-DEPT-CODE
           READ DEPT-BALANCE-FILE
               INVALID KEY
                   DISPLAY "FATAL: DEPTBAL RECORD LOST DURING "
                       "BACKOUT, DEPT " WS-OFS-DEPT (WS-OFFSET-SUB)
                   SET RUN-ABENDED TO TRUE
               NOT INVALID KEY
                   PERFORM REWRITE-SUBLEDGER-BALANCE
           END-READ.

       REWRITE-SUBLEDGER-BALANCE.
           SUBTRACT WS-OFS-ORIGINALS (WS-OFFSET-SUB)
               FROM DBL-ORIGINAL-TOTAL
           SUBTRACT WS-OFS-REVERSALS (WS-OFFSET-SUB)
               FROM DBL-REVERSAL-TOTAL
           SUBTRACT WS-OFS-ADJUSTMENTS (WS-OFFSET-SUB)
               FROM DBL-ADJUSTMENT-TOTAL
           IF DBL-RECORD-COUNT > WS-OFS-POSTINGS (WS-OFFSET-SUB)
               SUBTRACT WS-OFS-POSTINGS (WS-OFFSET-SUB)
                   FROM DBL-RECORD-COUNT
           ELSE
               MOVE ZEROS TO DBL-RECORD-COUNT
           END-IF
           COMPUTE DBL-CLOSING-BALANCE = DBL-OPENING-BALANCE
               + DBL-ORIGINAL-TOTAL - DBL-REVERSAL-TOTAL
               + DBL-ADJUSTMENT-TOTAL
           REWRITE DEPT-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "FATAL: DEPTBAL REWRITE FAILED, STATUS="
                       WS-DEPT-BALANCE-STATUS
                   SET RUN-ABENDED TO TRUE
           END-REWRITE.

      *    The entry keeps its accepted, posted and closed stamps as
      *    history; only the status and the backout date change.
       MARK-RUN-BACKED-OUT.
           MOVE WS-BUSINESS-DATE TO RCM-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RCM-CYCLE-NUMBER
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "FATAL: RUN-CONTROL ENTRY LOST DURING "
                       "BACKOUT, STATUS=" WS-RUN-CONTROL-STATUS
                   SET RUN-ABENDED TO TRUE
               NOT INVALID KEY
                   SET RCM-IS-BACKED-OUT TO TRUE
                   MOVE WS-RUN-DATE TO RCM-BACKOUT-DATE
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "FATAL: RUN-CONTROL REWRITE "
                               "FAILED, STATUS=" WS-RUN-CONTROL-STATUS
                           SET RUN-ABENDED TO TRUE
                   END-REWRITE
           END-READ.

       REPORT-BACKOUT-ERROR.
           MOVE "ERROR:   " TO BKR-TAG
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-MESSAGE-LINE
           ADD 1 TO WS-ERROR-COUNT.

       REPORT-BACKOUT-WARNING.
           MOVE "WARNING: " TO BKR-TAG
           WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-MESSAGE-LINE.

       TERMINATION.
           IF WS-BACKOUT-REPORT-STATUS = "00"
               MOVE WS-SELECTED-COUNT TO BKR-SELECTED-COUNT
               MOVE WS-DELETED-COUNT TO BKR-DELETED-COUNT
               MOVE WS-RESTORED-COUNT TO BKR-RESTORED-COUNT
               MOVE WS-CONFIRMED-COUNT TO BKR-CONFIRMED-COUNT
               WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-COUNT-LINE

               MOVE WS-GL-RECORD-COUNT TO BKR-GL-COUNT
               MOVE WS-GL-HASH-TOTAL TO BKR-GL-HASH
               WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-GL-LINE

               EVALUATE TRUE
                   WHEN RUN-ABENDED
                       MOVE "BACKOUT ABENDED" TO BKR-RESULT-TEXT
                   WHEN WS-ERROR-COUNT > ZEROS
                       MOVE "BACKOUT REFUSED" TO BKR-RESULT-TEXT
                   WHEN OTHER
                       MOVE "BACKOUT COMPLETE" TO BKR-RESULT-TEXT
               END-EVALUATE
               WRITE BACKOUT-REPORT-RECORD FROM WS-BACKOUT-RESULT-LINE
           END-IF

           CLOSE BACKOUT-REPORT-FILE
           CLOSE POSTED-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE GL-FILE
           IF SUBLEDGER-IS-OPEN
               CLOSE DEPT-BALANCE-FILE
           END-IF

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Postings selected:  " WS-SELECTED-COUNT
           DISPLAY "Postings deleted:   " WS-DELETED-COUNT
           DISPLAY "Postings restored:  " WS-RESTORED-COUNT
           DISPLAY "Offset GL details:  " WS-GL-RECORD-COUNT

           EVALUATE TRUE
               WHEN RUN-ABENDED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > ZEROS
                   DISPLAY "Backout refused - see the backout report"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CONFIRMED-COUNT > ZEROS
                   DISPLAY "Ledger-confirmed postings backed out "
                       "under supervisor override"
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
           MOVE "BACKOUT" TO AUD-PROGRAM-ID
           MOVE "PSTMAST" TO AUD-INPUT-FILE-NAME
           MOVE WS-SELECTED-COUNT TO AUD-RECORDS-PROCESSED
           MOVE WS-ERROR-COUNT TO AUD-REJECT-COUNT
           MOVE WS-GL-HASH-TOTAL TO AUD-CONTROL-TOTAL
           MOVE WS-CYCLE-NUMBER TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
       END PROGRAM BACKOUT-PROCEDURE.
