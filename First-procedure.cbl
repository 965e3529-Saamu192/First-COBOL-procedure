      *           check rides the sorted input with skip-sequential
      *           reads instead of one random read per record. No
      *           output, total or reject behavior changes.
      * Modified: 10/15/2026 - Stamp each posted-master record the run
      *           creates or changes with the run's business date and
      *           cycle and a before-image of the posting, so the
      *           cycle backout utility can restore the prior state.
      * Modified: 10/15/2026 - Load the department authorization-limit
      *           reference and hold any original or adjustment whose
      *           result exceeds its department's single-posting limit,
      *           or would carry the department total past the daily
      *           limit, on the hold file instead of posting it, with
      *           a held bucket on the subtotals, the run totals and
      *           the checkpoint. Supervisor-released holds are exempt.
      * Modified: 10/15/2026 - Split each department's control total
      *           into originals, reversals and net adjustments on the
      *           run totals and the checkpoint, stamp the run totals
      *           with the posting run's clock date and time for the
      *           balance subledger, and reject any transaction dated
      *           in an accounting period the period close has frozen.
      * Modified: 10/15/2026 - Load the suspected-duplicate list from
      *           the duplicate check and hold each listed original or
      *           adjustment for an operator's decision (reason DU01)
      *           unless an operator has released it from that review,
      *           and keep the amounts and type code of the original
      *           on the posted-master record so later feeds can be
      *           matched against it.
      * Modified: 10/15/2026 - Load the daily exchange-rate reference
      *           and convert each foreign-currency transaction's
      *           result to base currency before the control total,
      *           rejecting a missing or stale rate and a correction in
      *           a different currency from its posting; keep the
      *           currency and its result on the GL extract and the
      *           posted master, and add per-currency lines to the
      *           department subtotals, the run totals and the
      *           checkpoint.
      * Modified: 10/15/2026 - Load the department reference version
      *           in effect on the cycle's business date, so a
      *           reorganization staged ahead of time takes effect on
      *           the right day; the load now follows the checkpoint
      *           so a restart uses the abended cycle's date.
      * Modified: 10/15/2026 - Carry each transaction's source system
      *           onto its reject or hold record, and count postings,
      *           rejects and holds by source on the report, the run
      *           totals and the checkpoint.
      * Modified: 10/15/2026 - Measure the daily limit from the net
      *           the department's postings took on earlier runs under
      *           the same business date, add a restart's holds to the
      *           hold file it is given, and stamp each reject with the
      *           run's clock date and time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRST-PROCEDURE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-REF-STATUS.

           SELECT LIMIT-REF-FILE
               ASSIGN TO "LIMREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-REF-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "HOLDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT RATE-REF-FILE
               ASSIGN TO "RATEREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-REF-STATUS.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "PRDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT SUSPECT-FILE
               ASSIGN TO "DUPSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
           LABEL RECORDS ARE OMITTED.
           COPY DEPTREF.

       FD  LIMIT-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY LIMREF.

       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY HOLDREC.

       FD  RATE-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY RATEREC.

       FD  PERIOD-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY PRDCTL.

       FD  SUSPECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY DUPSUSP.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNCTL.
       77 WS-CALENDAR-FILE-STATUS   PIC X(02) VALUE "00".
       77 WS-DEPT-REF-STATUS        PIC X(02) VALUE "00".
       77 WS-RUN-CONTROL-STATUS     PIC X(02) VALUE "00".
       77 WS-LIMIT-REF-STATUS       PIC X(02) VALUE "00".
       77 WS-HOLD-FILE-STATUS       PIC X(02) VALUE "00".
       77 WS-PERIOD-CONTROL-STATUS  PIC X(02) VALUE "00".
       77 WS-SUSPECT-FILE-STATUS    PIC X(02) VALUE "00".
       77 WS-RATE-REF-STATUS        PIC X(02) VALUE "00".
       77 WS-RCM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 RUN-CONTROL-FOUND              VALUE "Y".

       77 WS-VALID-SWITCH           PIC X(01) VALUE "Y".
           88 RECORD-IS-VALID                VALUE "Y".
           88 RECORD-IS-INVALID              VALUE "N".
           88 RECORD-IS-HELD                 VALUE "H".
       77 WS-CHECKPOINT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 CHECKPOINT-FOUND               VALUE "Y".
       77 WS-SKIP-SWITCH            PIC X(01) VALUE "N".
      *    storage: the shared FD record area is clobbered by every
      *    posting write, but the held copy and its key stay good
      *    until the sorted input catches up to them.
       01 WS-PST-HELD-RECORD        PIC X(160) VALUE SPACES.
       01 WS-PST-HELD-KEY.
           05 WS-PST-HELD-ID        PIC 9(06) VALUE ZEROS.
           05 WS-PST-HELD-DATE      PIC 9(08) VALUE ZEROS.
           05 WS-EDIT-YEAR          PIC 9(04).
           05 WS-EDIT-MONTH         PIC 9(02).
           05 WS-EDIT-DAY           PIC 9(02).
       01 WS-EDIT-DATE-PERIOD REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-PERIOD        PIC 9(06).
           05 FILLER                PIC 9(02).

      *    Latest accounting period frozen by the period close; zeros
      *    until the first close.
       77 WS-CLOSED-PERIOD          PIC 9(06) VALUE ZEROS.

       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT          PIC 9(04) VALUE ZEROS.
               10 WS-DEPT-RECORDS   PIC 9(08).
               10 WS-DEPT-REJECTS   PIC 9(08).
               10 WS-DEPT-TOTAL     PIC S9(10)V99.
               10 WS-DEPT-HELD      PIC 9(08).
               10 WS-DEPT-HELD-TOTAL PIC S9(10)V99.
               10 WS-DEPT-ORIGINAL-TOTAL   PIC S9(10)V99.
               10 WS-DEPT-REVERSAL-TOTAL   PIC S9(10)V99.
               10 WS-DEPT-ADJUSTMENT-TOTAL PIC S9(10)V99.

       77 WS-REF-EOF-SWITCH         PIC X(01) VALUE "N".
           88 END-OF-DEPT-REF-FILE            VALUE "Y".
       77 WS-REF-HIGH               PIC 9(03) VALUE ZEROS.
       77 WS-LAST-REF-CODE          PIC X(03) VALUE LOW-VALUES.
       77 WS-LAST-REF-SUB           PIC 9(03) VALUE ZEROS.
       01 WS-REF-PRIOR-KEY.
           05 WS-REF-PRIOR-CODE     PIC X(03) VALUE LOW-VALUES.
           05 WS-REF-PRIOR-DATE     PIC 9(08) VALUE ZEROS.
       01 WS-REF-READ-KEY.
           05 WS-REF-READ-CODE      PIC X(03) VALUE SPACES.
           05 WS-REF-READ-DATE      PIC 9(08) VALUE ZEROS.
       77 WS-DEPT-REASON-CODE       PIC X(04) VALUE SPACES.
       77 WS-DEPT-REASON-TEXT       PIC X(40) VALUE SPACES.

               10 WS-REF-NAME       PIC X(30).
               10 WS-REF-ACTIVE     PIC X(01).

       77 WS-LIM-EOF-SWITCH         PIC X(01) VALUE "N".
           88 END-OF-LIMIT-REF-FILE           VALUE "Y".
       77 WS-LIM-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 DEPT-LIMIT-FOUND                VALUE "Y".
       77 WS-LIM-SUB                PIC 9(03) VALUE ZEROS.
       77 WS-LIM-LIMIT              PIC 9(03) VALUE 50.
       77 WS-LIM-LOW                PIC 9(03) VALUE ZEROS.
       77 WS-LIM-HIGH               PIC 9(03) VALUE ZEROS.
       77 WS-HOLD-REASON-CODE       PIC X(04) VALUE SPACES.
       77 WS-PROJECTED-TOTAL        PIC S9(15)V99 VALUE ZEROS.
       77 WS-EARLIER-CHANGE         PIC S9(15)V99 VALUE ZEROS.
       77 WS-HELD-COUNT             PIC 9(08) VALUE ZEROS.
       77 WS-HELD-TOTAL             PIC S9(10)V99 VALUE ZEROS.

       01 WS-LIM-TABLE.
           05 WS-LIM-COUNT          PIC 9(03) VALUE ZEROS.
           05 WS-LIM-ENTRY OCCURS 50 TIMES.
               10 WS-LIM-CODE       PIC X(03).
               10 WS-LIM-SINGLE     PIC 9(14)V99.
               10 WS-LIM-DAILY      PIC 9(14)V99.
               10 WS-LIM-EARLIER    PIC S9(15)V99.

       77 WS-SUSP-EOF-SWITCH        PIC X(01) VALUE "N".
           88 END-OF-SUSPECT-FILE             VALUE "Y".
       77 WS-SUSP-FOUND-SWITCH      PIC X(01) VALUE "N".
           88 DUPLICATE-SUSPECT-FOUND         VALUE "Y".
       77 WS-SUSP-SUB               PIC 9(03) VALUE ZEROS.
       77 WS-SUSP-LIMIT             PIC 9(03) VALUE 500.

       01 WS-SUSP-TABLE.
           05 WS-SUSP-COUNT         PIC 9(03) VALUE ZEROS.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES.
               10 WS-SUSP-KEY.
                   15 WS-SUSP-RECORD-ID PIC 9(06).
                   15 WS-SUSP-TRAN-DATE PIC 9(08).

      *    Amounts arrive in the currency on the transaction, spaces
      *    meaning the base currency. WS-N3 carries the base-currency
      *    result from conversion on, so the control total, the
      *    limits and the holds all work in base currency; the result
      *    in the transaction currency rides alongside it.
       77 WS-BASE-CURRENCY          PIC X(03) VALUE "USD".
       77 WS-TRAN-CURRENCY          PIC X(03) VALUE SPACES.
       77 WS-CURRENCY-RESULT        PIC 9(14)V99 VALUE ZEROS.
       77 WS-PRIOR-CURRENCY-RESULT  PIC 9(14)V99 VALUE ZEROS.
       77 WS-POSTED-CURRENCY        PIC X(03) VALUE SPACES.
       77 WS-POSTED-CURRENCY-RESULT PIC 9(14)V99 VALUE ZEROS.
       77 WS-EXCHANGE-RATE          PIC 9(05)V9(06) VALUE ZEROS.
       77 WS-RATE-EOF-SWITCH        PIC X(01) VALUE "N".
           88 END-OF-RATE-REF-FILE            VALUE "Y".
       77 WS-RATE-FOUND-SWITCH      PIC X(01) VALUE "N".
           88 EXCHANGE-RATE-FOUND             VALUE "Y".
       77 WS-RATE-SUB               PIC 9(04) VALUE ZEROS.
       77 WS-RATE-LIMIT             PIC 9(04) VALUE 2000.
       77 WS-RATE-LOW               PIC 9(04) VALUE ZEROS.
       77 WS-RATE-HIGH              PIC 9(04) VALUE ZEROS.
       77 WS-RATE-REASON-CODE       PIC X(04) VALUE SPACES.
       77 WS-RATE-REASON-TEXT       PIC X(40) VALUE SPACES.

       01 WS-RATE-LOOKUP-KEY.
           05 WS-RATE-LOOKUP-CURRENCY PIC X(03) VALUE SPACES.
           05 WS-RATE-LOOKUP-DATE   PIC 9(08) VALUE ZEROS.

       01 WS-RATE-TABLE.
           05 WS-RATE-COUNT         PIC 9(04) VALUE ZEROS.
           05 WS-RATE-ENTRY OCCURS 2000 TIMES.
               10 WS-RATE-KEY.
                   15 WS-RATE-CURRENCY PIC X(03).
                   15 WS-RATE-DATE  PIC 9(08).
               10 WS-RATE-VALUE     PIC 9(05)V9(06).

       77 WS-CUR-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 CURRENCY-ENTRY-FOUND            VALUE "Y".
       77 WS-CUR-SUB                PIC 9(02) VALUE ZEROS.
       77 WS-CUR-LIMIT              PIC 9(02) VALUE 20.

      *    Foreign-currency postings by department and currency. Like
      *    the posting table, it is checkpointed in the CHKPREC layout
      *    and must keep its shape.
       01 WS-CUR-TABLE.
           05 WS-CUR-COUNT          PIC 9(02) VALUE ZEROS.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
               10 WS-CUR-DEPT-CODE  PIC X(03).
               10 WS-CUR-CODE       PIC X(03).
               10 WS-CUR-RECORDS    PIC 9(08).
               10 WS-CUR-TOTAL      PIC S9(10)V99.
               10 WS-CUR-BASE-TOTAL PIC S9(10)V99.

      *    Postings, rejects and holds by the source system whose feed
      *    carried them; checkpointed in the CHKPREC layout like the
      *    tables above. The control totals net to the run's control
      *    total. A transaction with no source id came from the
      *    original source.
       77 WS-DEFAULT-SOURCE         PIC X(03) VALUE "001".
       77 WS-WORK-SOURCE            PIC X(03) VALUE SPACES.
       77 WS-SRC-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 SOURCE-ENTRY-FOUND              VALUE "Y".
       77 WS-SRC-SUB                PIC 9(02) VALUE ZEROS.
       77 WS-SRC-LIMIT              PIC 9(02) VALUE 5.

       01 WS-SRC-TABLE.
           05 WS-SRC-COUNT          PIC 9(02) VALUE ZEROS.
           05 WS-SRC-ENTRY OCCURS 5 TIMES.
               10 WS-SRC-CODE       PIC X(03).
               10 WS-SRC-RECORDS    PIC 9(08).
               10 WS-SRC-REJECTS    PIC 9(08).
               10 WS-SRC-HELD       PIC 9(08).
               10 WS-SRC-HELD-TOTAL PIC S9(10)V99.
               10 WS-SRC-TOTAL      PIC S9(10)V99.

       77 WS-REPORT-RECORD-COUNT    PIC 9(08) VALUE ZEROS.
       77 WS-REPORT-REJECT-COUNT    PIC 9(08) VALUE ZEROS.
       77 WS-REPORT-CONTROL-TOTAL   PIC S9(10)V99 VALUE ZEROS.
           05 RPT-RESULT             PIC Z(13)9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RPT-TYPE-LABEL         PIC X(03) VALUE SPACES.
           05 FILLER                 PIC X(02) VALUE SPACES.
      *    The amounts print as received; for a foreign-currency
      *    transaction the result above is the base-currency result
      *    and the result in the transaction currency prints here.
           05 RPT-CURRENCY-DETAIL.
               10 RPT-CURRENCY-CODE  PIC X(03).
               10 FILLER             PIC X(01).
               10 RPT-CURRENCY-RESULT PIC Z(13)9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.

       01 WS-REPORT-TOTAL-LINE.
           05 FILLER                 PIC X(20) VALUE
           05 RPT-DEPT-TOTAL          PIC Z(9)9.99-.
           05 FILLER                  PIC X(09) VALUE SPACES.

      *    Printed under a department's subtotal line when the run
      *    held any of its transactions over an authorization limit.
       01 WS-REPORT-DEPT-HELD-LINE.
           05 FILLER                  PIC X(23) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE " HLD: ".
           05 RPT-DEPT-HELD           PIC ZZZZZZZ9.
           05 FILLER                  PIC X(14) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE " AMT: ".
           05 RPT-DEPT-HELD-TOTAL     PIC Z(9)9.99-.
           05 FILLER                  PIC X(09) VALUE SPACES.

      *    Printed under a department's subtotal line for each foreign
      *    currency it posted in: the net total in the currency and
      *    its base-currency equivalent, which is inside TOT above.
       01 WS-REPORT-DEPT-CURRENCY-LINE.
           05 FILLER                  PIC X(14) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE "CURR ".
           05 RPT-CUR-CODE            PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 FILLER                  PIC X(06) VALUE " REC: ".
           05 RPT-CUR-RECORDS         PIC ZZZZZZZ9.
           05 FILLER                  PIC X(06) VALUE " AMT: ".
           05 RPT-CUR-TOTAL           PIC Z(9)9.99-.
           05 FILLER                  PIC X(06) VALUE " BAS: ".
           05 RPT-CUR-BASE-TOTAL      PIC Z(9)9.99-.
           05 FILLER                  PIC X(03) VALUE SPACES.

       01 WS-REPORT-SOURCE-HEADER.
           05 FILLER                  PIC X(16) VALUE
               "SOURCE SUBTOTALS".
           05 FILLER                  PIC X(64) VALUE SPACES.

       01 WS-REPORT-SOURCE-LINE.
           05 FILLER                  PIC X(07) VALUE "SOURCE ".
           05 RPT-SRC-CODE            PIC X(03).
           05 FILLER                  PIC X(06) VALUE " REC: ".
           05 RPT-SRC-RECORDS         PIC ZZZZZZZ9.
           05 FILLER                  PIC X(06) VALUE " REJ: ".
           05 RPT-SRC-REJECTS         PIC ZZZZZZZ9.
           05 FILLER                  PIC X(06) VALUE " HLD: ".
           05 RPT-SRC-HELD            PIC ZZZZZZZ9.
           05 FILLER                  PIC X(06) VALUE " TOT: ".
           05 RPT-SRC-TOTAL           PIC Z(9)9.99-.
           05 FILLER                  PIC X(08) VALUE SPACES.

       01 WS-REPORT-TYPE-COUNT-LINE.
           05 FILLER                  PIC X(11) VALUE
               "REVERSALS: ".
           05 FILLER                  PIC X(15) VALUE
               "  ADJUSTMENTS: ".
           05 RPT-ADJUSTMENT-COUNT    PIC ZZZZZZZ9.
           05 FILLER                  PIC X(08) VALUE "  HELD: ".
           05 RPT-HELD-COUNT          PIC ZZZZZZZ9.
           05 FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-RUN-DATE TO WS-CYCLE-START-DATE
           PERFORM DETERMINE-OPERATION-CODE
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-DEPT-LIMITS
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM LOAD-DUPLICATE-SUSPECTS
           PERFORM LOAD-CHECKPOINT
           PERFORM LOAD-DEPT-REFERENCE
           PERFORM OPEN-RUN-FILES
           IF NOT RUN-ABENDED
               PERFORM WRITE-REPORT-HEADER
                   COMPUTE WS-CAL-HIGH = WS-CAL-SUB - 1
           END-EVALUATE.

      *    The rate reference is loaded the way the calendar is. An
      *    empty file is allowed - a day with no foreign-currency
      *    activity needs no rates - but a missing one fails the run.
       LOAD-EXCHANGE-RATES.
           OPEN INPUT RATE-REF-FILE
           IF WS-RATE-REF-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RATEREF, STATUS="
                   WS-RATE-REF-STATUS
               SET RUN-ABENDED TO TRUE
               SET END-OF-TRAN-FILE TO TRUE
           ELSE
               PERFORM UNTIL END-OF-RATE-REF-FILE
                   READ RATE-REF-FILE
                       AT END
                           SET END-OF-RATE-REF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-EXCHANGE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-REF-FILE
           END-IF.

      *    The halved lookup below depends on the ascending currency
      *    and date order, and a rate that is not a positive number
      *    would convert every posting at random, so either fault
      *    fails the run.
       STORE-EXCHANGE-RATE.
           EVALUATE TRUE
               WHEN WS-RATE-COUNT > ZEROS
                   AND RTE-CURRENCY-CODE < WS-RATE-CURRENCY
                       (WS-RATE-COUNT)
                   DISPLAY "FATAL: EXCHANGE RATES NOT IN ASCENDING "
                       "ORDER AT " RTE-CURRENCY-CODE " " RTE-RATE-DATE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
                   SET END-OF-RATE-REF-FILE TO TRUE
               WHEN WS-RATE-COUNT > ZEROS
                   AND RTE-CURRENCY-CODE = WS-RATE-CURRENCY
                       (WS-RATE-COUNT)
                   AND RTE-RATE-DATE NOT > WS-RATE-DATE
                       (WS-RATE-COUNT)
                   DISPLAY "FATAL: EXCHANGE RATES NOT IN ASCENDING "
                       "ORDER AT " RTE-CURRENCY-CODE " " RTE-RATE-DATE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
                   SET END-OF-RATE-REF-FILE TO TRUE
               WHEN RTE-RATE-DATE NOT NUMERIC
                   OR RTE-BASE-RATE NOT NUMERIC
                   OR RTE-BASE-RATE = ZEROS
                   DISPLAY "FATAL: EXCHANGE RATE NOT VALID AT "
                       RTE-CURRENCY-CODE " " RTE-RATE-DATE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
                   SET END-OF-RATE-REF-FILE TO TRUE
               WHEN WS-RATE-COUNT < WS-RATE-LIMIT
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RTE-CURRENCY-CODE
                       TO WS-RATE-CURRENCY (WS-RATE-COUNT)
                   MOVE RTE-RATE-DATE TO WS-RATE-DATE (WS-RATE-COUNT)
                   MOVE RTE-BASE-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
               WHEN OTHER
                   DISPLAY "FATAL: EXCHANGE RATE TABLE LIMIT EXCEEDED"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
                   SET END-OF-RATE-REF-FILE TO TRUE
           END-EVALUATE.

      *    The rates arrive in ascending currency and date order, so
      *    the lookup halves the table. When the exact date is not on
      *    file the search ends with WS-RATE-HIGH on the entry just
      *    below the lookup key, which tells a stale rate (an older
      *    one for the same currency) from a missing one.
       LOCATE-EXCHANGE-RATE.
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           MOVE 1 TO WS-RATE-LOW
           MOVE WS-RATE-COUNT TO WS-RATE-HIGH
           PERFORM HALVE-EXCHANGE-RATE-INTERVAL
               UNTIL EXCHANGE-RATE-FOUND
               OR WS-RATE-LOW > WS-RATE-HIGH.

       HALVE-EXCHANGE-RATE-INTERVAL.
           COMPUTE WS-RATE-SUB = (WS-RATE-LOW + WS-RATE-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-RATE-KEY (WS-RATE-SUB) = WS-RATE-LOOKUP-KEY
                   SET EXCHANGE-RATE-FOUND TO TRUE
               WHEN WS-RATE-KEY (WS-RATE-SUB) < WS-RATE-LOOKUP-KEY
                   COMPUTE WS-RATE-LOW = WS-RATE-SUB + 1
               WHEN OTHER
                   COMPUTE WS-RATE-HIGH = WS-RATE-SUB - 1
           END-EVALUATE.

       LOAD-DEPT-REFERENCE.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPT-REF-STATUS NOT = "00"
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
               IF WS-REF-COUNT = ZEROS AND NOT RUN-ABENDED
                   DISPLAY "FATAL: DEPARTMENT REFERENCE FILE IS EMPTY"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
           END-IF.

      *    The halved lookup below depends on the ascending code
      *    order the reference is documented to arrive in. A code's
      *    dated versions follow one another oldest first: each one
      *    in effect on the cycle's business date replaces the one
      *    before it, so the table keeps one entry per code, and a
      *    version staged for a later date is passed over.
       STORE-DEPT-REF-ENTRY.
           IF DEP-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO DEP-EFFECTIVE-DATE
           END-IF
           MOVE DEP-DEPT-CODE TO WS-REF-READ-CODE
           MOVE DEP-EFFECTIVE-DATE TO WS-REF-READ-DATE
           EVALUATE TRUE
               WHEN WS-REF-READ-KEY NOT > WS-REF-PRIOR-KEY
                   DISPLAY "FATAL: DEPARTMENT REFERENCE NOT IN "
                       "ASCENDING ORDER AT " DEP-DEPT-CODE
                       " " DEP-EFFECTIVE-DATE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
                   SET END-OF-DEPT-REF-FILE TO TRUE
               WHEN DEP-EFFECTIVE-DATE > WS-CYCLE-START-DATE
                   CONTINUE
               WHEN WS-REF-COUNT > ZEROS
                   AND DEP-DEPT-CODE = WS-REF-CODE (WS-REF-COUNT)
                   PERFORM MOVE-DEPT-REF-TABLE-ENTRY
               WHEN OTHER
                   PERFORM STORE-DEPT-REF-TABLE-ENTRY
           END-EVALUATE
           MOVE WS-REF-READ-KEY TO WS-REF-PRIOR-KEY.

       STORE-DEPT-REF-TABLE-ENTRY.
           IF WS-REF-COUNT < WS-REF-LIMIT
               ADD 1 TO WS-REF-COUNT
               PERFORM MOVE-DEPT-REF-TABLE-ENTRY
           ELSE
               DISPLAY "FATAL: DEPARTMENT REFERENCE TABLE LIMIT "
                   "EXCEEDED"
               SET END-OF-DEPT-REF-FILE TO TRUE
           END-IF.

       MOVE-DEPT-REF-TABLE-ENTRY.
           MOVE DEP-DEPT-CODE TO WS-REF-CODE (WS-REF-COUNT)
           MOVE DEP-DEPT-NAME TO WS-REF-NAME (WS-REF-COUNT)
           MOVE DEP-ACTIVE-FLAG TO WS-REF-ACTIVE (WS-REF-COUNT).

      *    The reference arrives in ascending code order, so the
      *    lookup halves the table, and the last hit answers a
      *    repeated department without searching at all.
                   COMPUTE WS-REF-HIGH = WS-REF-SUB - 1
           END-EVALUATE.

       LOAD-DEPT-LIMITS.
           OPEN INPUT LIMIT-REF-FILE
           IF WS-LIMIT-REF-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN LIMREF, STATUS="
                   WS-LIMIT-REF-STATUS
               SET RUN-ABENDED TO TRUE
               SET END-OF-TRAN-FILE TO TRUE
           ELSE
               PERFORM UNTIL END-OF-LIMIT-REF-FILE
                   READ LIMIT-REF-FILE
                       AT END
                           SET END-OF-LIMIT-REF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-DEPT-LIMIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LIMIT-REF-FILE
           END-IF.

      *    The halved lookup below depends on the ascending code
      *    order, and a limit that is not numeric would hold or pass
      *    every posting at random, so either fault fails the run.
       STORE-DEPT-LIMIT-ENTRY.
           EVALUATE TRUE
               WHEN WS-LIM-COUNT > ZEROS
                   AND LIM-DEPT-CODE NOT > WS-LIM-CODE (WS-LIM-COUNT)
                   DISPLAY "FATAL: DEPARTMENT LIMITS NOT IN "
                       "ASCENDING ORDER AT " LIM-DEPT-CODE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
                   SET END-OF-LIMIT-REF-FILE TO TRUE
               WHEN LIM-SINGLE-LIMIT NOT NUMERIC
                   OR LIM-DAILY-LIMIT NOT NUMERIC
                   DISPLAY "FATAL: DEPARTMENT LIMIT NOT NUMERIC AT "
                       LIM-DEPT-CODE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
                   SET END-OF-LIMIT-REF-FILE TO TRUE
               WHEN WS-LIM-COUNT < WS-LIM-LIMIT
                   ADD 1 TO WS-LIM-COUNT
                   MOVE LIM-DEPT-CODE TO WS-LIM-CODE (WS-LIM-COUNT)
                   MOVE LIM-SINGLE-LIMIT
                       TO WS-LIM-SINGLE (WS-LIM-COUNT)
                   MOVE LIM-DAILY-LIMIT TO WS-LIM-DAILY (WS-LIM-COUNT)
                   MOVE ZEROS TO WS-LIM-EARLIER (WS-LIM-COUNT)
               WHEN OTHER
                   DISPLAY "FATAL: DEPARTMENT LIMIT TABLE LIMIT "
                       "EXCEEDED"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
                   SET END-OF-LIMIT-REF-FILE TO TRUE
           END-EVALUATE.

       LOCATE-DEPT-LIMIT.
           MOVE "N" TO WS-LIM-FOUND-SWITCH
           MOVE 1 TO WS-LIM-LOW
           MOVE WS-LIM-COUNT TO WS-LIM-HIGH
           PERFORM HALVE-DEPT-LIMIT-INTERVAL
               UNTIL DEPT-LIMIT-FOUND
               OR WS-LIM-LOW > WS-LIM-HIGH.

       HALVE-DEPT-LIMIT-INTERVAL.
           COMPUTE WS-LIM-SUB = (WS-LIM-LOW + WS-LIM-HIGH) / 2
           EVALUATE TRUE
               WHEN WS-LIM-CODE (WS-LIM-SUB) = WS-WORK-DEPT
                   SET DEPT-LIMIT-FOUND TO TRUE
               WHEN WS-LIM-CODE (WS-LIM-SUB) < WS-WORK-DEPT
                   COMPUTE WS-LIM-LOW = WS-LIM-SUB + 1
               WHEN OTHER
                   COMPUTE WS-LIM-HIGH = WS-LIM-SUB - 1
           END-EVALUATE.

      *    An empty control file means no period has been closed yet;
      *    a missing one fails the run, since posting without knowing
      *    the lock could reopen a period finance has already closed.
       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN PRDCTL, STATUS="
                   WS-PERIOD-CONTROL-STATUS
               SET RUN-ABENDED TO TRUE
               SET END-OF-TRAN-FILE TO TRUE
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
                           SET END-OF-TRAN-FILE TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *    The suspect list is written by the duplicate check just
      *    ahead of this step; posting without it could post the
      *    very resubmissions it exists to catch, so a missing list
      *    fails the run. It is short, and follows the feed's own
      *    order, which a correction feed does not guarantee, so it
      *    is scanned rather than halved.
       LOAD-DUPLICATE-SUSPECTS.
           OPEN INPUT SUSPECT-FILE
           IF WS-SUSPECT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN DUPSUSP, STATUS="
                   WS-SUSPECT-FILE-STATUS
               SET RUN-ABENDED TO TRUE
               SET END-OF-TRAN-FILE TO TRUE
           ELSE
               PERFORM UNTIL END-OF-SUSPECT-FILE
                   READ SUSPECT-FILE
                       AT END
                           SET END-OF-SUSPECT-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-SUSPECT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SUSPECT-FILE
           END-IF.

       STORE-SUSPECT-ENTRY.
           IF WS-SUSP-COUNT < WS-SUSP-LIMIT
               ADD 1 TO WS-SUSP-COUNT
               MOVE DPS-RECORD-ID TO WS-SUSP-RECORD-ID (WS-SUSP-COUNT)
               MOVE DPS-TRAN-DATE TO WS-SUSP-TRAN-DATE (WS-SUSP-COUNT)
           ELSE
               DISPLAY "FATAL: DUPLICATE SUSPECT TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
               SET END-OF-TRAN-FILE TO TRUE
               SET END-OF-SUSPECT-FILE TO TRUE
           END-IF.

       LOCATE-DUPLICATE-SUSPECT.
           MOVE "N" TO WS-SUSP-FOUND-SWITCH
           MOVE 1 TO WS-SUSP-SUB
           PERFORM UNTIL DUPLICATE-SUSPECT-FOUND
               OR WS-SUSP-SUB > WS-SUSP-COUNT
               IF WS-SUSP-RECORD-ID (WS-SUSP-SUB) = TRAN-RECORD-ID
                   AND WS-SUSP-TRAN-DATE (WS-SUSP-SUB) = TRAN-DATE
                   SET DUPLICATE-SUSPECT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SUSP-SUB
               END-IF
           END-PERFORM.

       VALIDATE-OPERATION-CODE.
           IF WS-OPERATION-CODE NOT = "A"
               AND WS-OPERATION-CODE NOT = "S"
           MOVE WS-REJECT-COUNT TO CKPT-REJECT-COUNT
           MOVE WS-CONTROL-TOTAL TO CKPT-RUNNING-TOTAL
           MOVE WS-DEPT-TABLE TO CKPT-DEPT-TABLE
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
           MOVE WS-HELD-TOTAL TO CKPT-HELD-TOTAL
           MOVE WS-CUR-TABLE TO CKPT-CURRENCY-TABLE
           MOVE WS-SRC-TABLE TO CKPT-SOURCE-TABLE
           MOVE WS-CYCLE-START-DATE TO CKPT-RUN-DATE
           MOVE WS-CYCLE-NUMBER TO CKPT-CYCLE-NUMBER
           MOVE "N" TO CKPT-RUN-COMPLETE-FLAG
               MOVE CKPT-REJECT-COUNT TO WS-REJECT-COUNT
               MOVE CKPT-RUNNING-TOTAL TO WS-CONTROL-TOTAL
               MOVE CKPT-DEPT-TABLE TO WS-DEPT-TABLE
               MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
               MOVE CKPT-HELD-TOTAL TO WS-HELD-TOTAL
               MOVE CKPT-CURRENCY-TABLE TO WS-CUR-TABLE
               MOVE CKPT-SOURCE-TABLE TO WS-SRC-TABLE
               IF CKPT-RUN-DATE NUMERIC AND CKPT-RUN-DATE > ZEROS
                   MOVE CKPT-RUN-DATE TO WS-CYCLE-START-DATE
               END-IF
               SET END-OF-TRAN-FILE TO TRUE
           END-IF

      *    A restart adds its holds after those the interrupted run
      *    took when the hold file given is that run's own.
           IF CHECKPOINT-FOUND
               OPEN EXTEND HOLD-FILE
               IF WS-HOLD-FILE-STATUS NOT = "00"
                   OPEN OUTPUT HOLD-FILE
               END-IF
           ELSE
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN HOLDFILE, STATUS="
                   WS-HOLD-FILE-STATUS
               SET RUN-ABENDED TO TRUE
               SET END-OF-TRAN-FILE TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RPTFILE, STATUS="
               SET RUN-ABENDED TO TRUE
               SET END-OF-TRAN-FILE TO TRUE
           ELSE
               PERFORM SEED-EARLIER-DAILY-TOTALS
               PERFORM POSITION-POSTED-MASTER
           END-IF

               MOVE TRAN-AMOUNT-1 TO WS-N1
               MOVE TRAN-AMOUNT-2 TO WS-N2
               MOVE PST-RESULT TO WS-N3
               PERFORM LOAD-POSTED-CURRENCY
               MOVE WS-POSTED-CURRENCY TO WS-TRAN-CURRENCY
               MOVE WS-POSTED-CURRENCY-RESULT TO WS-CURRENCY-RESULT
      *        The result replaced by a skipped adjustment was lost
      *        with the interrupted run's work area, so the
      *        re-extracted detail carries a zero prior rather than
           SET RECORD-IS-VALID TO TRUE
           MOVE SPACES TO WS-DATE-REASON-CODE
           MOVE SPACES TO WS-DEPT-REASON-CODE
           MOVE SPACES TO WS-RATE-REASON-CODE
           IF TRAN-DATE NUMERIC AND TRAN-DATE NOT = ZEROS
               PERFORM EDIT-TRAN-DATE
           END-IF
           PERFORM EDIT-TRAN-CURRENCY
           IF TRAN-DEPT-CODE NOT = SPACES
               PERFORM EDIT-DEPT-CODE
           END-IF
                   MOVE WS-DEPT-REASON-CODE TO REJ-REASON-CODE
                   MOVE WS-DEPT-REASON-TEXT TO REJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               WHEN WS-RATE-REASON-CODE NOT = SPACES
                   MOVE WS-RATE-REASON-CODE TO REJ-REASON-CODE
                   MOVE WS-RATE-REASON-TEXT TO REJ-REASON-TEXT
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM CHECK-POSTED-MASTER
           END-EVALUATE.
                       TO WS-DEPT-REASON-TEXT
           END-EVALUATE.

      *    A foreign-currency transaction needs a rate dated on its
      *    own transaction date: a currency with no rate on file at
      *    all is missing, and one whose latest rate is older than
      *    the transaction date is stale. A reversal backs out the
      *    stored base-currency result and needs no rate.
       EDIT-TRAN-CURRENCY.
           IF TRAN-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-TRAN-CURRENCY
           ELSE
               MOVE TRAN-CURRENCY-CODE TO WS-TRAN-CURRENCY
           END-IF
           MOVE 1 TO WS-EXCHANGE-RATE
           IF WS-TRAN-CURRENCY NOT = WS-BASE-CURRENCY
               AND NOT TRAN-IS-REVERSAL
               AND TRAN-DATE NUMERIC
               MOVE WS-TRAN-CURRENCY TO WS-RATE-LOOKUP-CURRENCY
               MOVE TRAN-DATE TO WS-RATE-LOOKUP-DATE
               PERFORM LOCATE-EXCHANGE-RATE
               EVALUATE TRUE
                   WHEN EXCHANGE-RATE-FOUND
                       MOVE WS-RATE-VALUE (WS-RATE-SUB)
                           TO WS-EXCHANGE-RATE
                   WHEN WS-RATE-HIGH = ZEROS
                       MOVE "FX01" TO WS-RATE-REASON-CODE
                       MOVE "NO EXCHANGE RATE FOR CURRENCY"
                           TO WS-RATE-REASON-TEXT
                   WHEN WS-RATE-CURRENCY (WS-RATE-HIGH)
                       = WS-TRAN-CURRENCY
                       MOVE "FX02" TO WS-RATE-REASON-CODE
                       MOVE "EXCHANGE RATE STALE FOR TRANSACTION DATE"
                           TO WS-RATE-REASON-TEXT
                   WHEN OTHER
                       MOVE "FX01" TO WS-RATE-REASON-CODE
                       MOVE "NO EXCHANGE RATE FOR CURRENCY"
                           TO WS-RATE-REASON-TEXT
               END-EVALUATE
           END-IF.

      *    Date quality edits beyond the missing-date check: the date
      *    must be a real calendar date, not after the run date, not
      *    older than the operator-set staleness window, and must fall
                   MOVE "DT03" TO WS-DATE-REASON-CODE
                   MOVE "FUTURE-DATED TRANSACTION"
                       TO WS-DATE-REASON-TEXT
      *        The prior-period lock covers every transaction type: a
      *        reversal or adjustment of a frozen period's posting is
      *        refused like an original, and the correction goes in
      *        as current-period activity instead.
               WHEN WS-EDIT-PERIOD NOT > WS-CLOSED-PERIOD
                   MOVE "PP01" TO WS-DATE-REASON-CODE
                   MOVE "TRANSACTION DATE IN A CLOSED PERIOD"
                       TO WS-DATE-REASON-TEXT
               WHEN OTHER
                   PERFORM EDIT-TRAN-DATE-ON-CALENDAR
           END-EVALUATE.

       WRITE-REJECT-RECORD.
           SET RECORD-IS-INVALID TO TRUE
           PERFORM LOCATE-SOURCE-ENTRY
           MOVE TRAN-RECORD-ID TO REJ-RECORD-ID
           MOVE TRAN-DATE TO REJ-DATE
           MOVE TRAN-DEPT-CODE TO REJ-DEPT-CODE
           MOVE WS-WORK-SOURCE TO REJ-SOURCE-ID
           MOVE WS-RUN-DATE TO REJ-REJECTED-DATE
           MOVE WS-RUN-TIME TO REJ-REJECTED-TIME
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           IF SOURCE-ENTRY-FOUND
               ADD 1 TO WS-SRC-REJECTS (WS-SRC-SUB)
           END-IF
      *    A reject with no department still has to foot: it is
      *    tallied under the reserved *** bucket so the department
      *    splits always sum to the grand reject count.
                   MOVE ZEROS TO WS-DEPT-RECORDS (WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-REJECTS (WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-TOTAL (WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-HELD (WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-HELD-TOTAL (WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-ORIGINAL-TOTAL (WS-DEPT-SUB)
                   MOVE ZEROS TO WS-DEPT-REVERSAL-TOTAL (WS-DEPT-SUB)
                   MOVE ZEROS
                       TO WS-DEPT-ADJUSTMENT-TOTAL (WS-DEPT-SUB)
                   SET DEPT-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY "FATAL: DEPARTMENT TABLE LIMIT EXCEEDED "
               END-IF
           END-IF.

      *    Each type also lands in its own bucket for the balance
      *    subledger; the buckets always net to the department total.
       TALLY-DEPT-POSTING.
           PERFORM TALLY-SOURCE-POSTING
           MOVE TRAN-DEPT-CODE TO WS-WORK-DEPT
           PERFORM LOCATE-DEPT-ENTRY
           IF DEPT-ENTRY-FOUND
               IF WS-TRAN-CURRENCY NOT = WS-BASE-CURRENCY
                   PERFORM TALLY-CURRENCY-POSTING
               END-IF
               ADD 1 TO WS-DEPT-RECORDS (WS-DEPT-SUB)
               EVALUATE TRUE
                   WHEN TRAN-IS-REVERSAL
                       SUBTRACT WS-N3
                           FROM WS-DEPT-TOTAL (WS-DEPT-SUB)
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-SUBTRACT
                       ADD WS-N3
                           TO WS-DEPT-REVERSAL-TOTAL (WS-DEPT-SUB)
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-ADD
                   WHEN TRAN-IS-ADJUSTMENT
                       COMPUTE WS-DEPT-TOTAL (WS-DEPT-SUB) =
                               WS-DEPT-TOTAL (WS-DEPT-SUB)
                               - WS-PRIOR-RESULT + WS-N3
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-COMPUTE
                       COMPUTE WS-DEPT-ADJUSTMENT-TOTAL (WS-DEPT-SUB) =
                               WS-DEPT-ADJUSTMENT-TOTAL (WS-DEPT-SUB)
                               - WS-PRIOR-RESULT + WS-N3
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-COMPUTE
                   WHEN OTHER
                       ADD WS-N3 TO WS-DEPT-TOTAL (WS-DEPT-SUB)
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-ADD
                       ADD WS-N3
                           TO WS-DEPT-ORIGINAL-TOTAL (WS-DEPT-SUB)
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-ADD
               END-EVALUATE
           END-IF.

      *    The same split for the foreign-currency breakdown: the net
      *    in the currency and its base-currency equivalent.
       TALLY-CURRENCY-POSTING.
           PERFORM LOCATE-CURRENCY-ENTRY
           IF CURRENCY-ENTRY-FOUND
               ADD 1 TO WS-CUR-RECORDS (WS-CUR-SUB)
               EVALUATE TRUE
                   WHEN TRAN-IS-REVERSAL
                       SUBTRACT WS-CURRENCY-RESULT
                           FROM WS-CUR-TOTAL (WS-CUR-SUB)
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-SUBTRACT
                       SUBTRACT WS-N3
                           FROM WS-CUR-BASE-TOTAL (WS-CUR-SUB)
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-SUBTRACT
                   WHEN TRAN-IS-ADJUSTMENT
                       COMPUTE WS-CUR-TOTAL (WS-CUR-SUB) =
                               WS-CUR-TOTAL (WS-CUR-SUB)
                               - WS-PRIOR-CURRENCY-RESULT
                               + WS-CURRENCY-RESULT
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-COMPUTE
                       COMPUTE WS-CUR-BASE-TOTAL (WS-CUR-SUB) =
                               WS-CUR-BASE-TOTAL (WS-CUR-SUB)
                               - WS-PRIOR-RESULT + WS-N3
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-COMPUTE
                   WHEN OTHER
                       ADD WS-CURRENCY-RESULT
                           TO WS-CUR-TOTAL (WS-CUR-SUB)
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-ADD
                       ADD WS-N3 TO WS-CUR-BASE-TOTAL (WS-CUR-SUB)
                           ON SIZE ERROR
                               PERFORM DEPT-TOTAL-OVERFLOW
                       END-ADD
               END-EVALUATE
           END-IF.

       LOCATE-CURRENCY-ENTRY.
           MOVE "N" TO WS-CUR-FOUND-SWITCH
           MOVE 1 TO WS-CUR-SUB
           PERFORM UNTIL CURRENCY-ENTRY-FOUND
               OR WS-CUR-SUB > WS-CUR-COUNT
               IF WS-CUR-DEPT-CODE (WS-CUR-SUB) = TRAN-DEPT-CODE
                   AND WS-CUR-CODE (WS-CUR-SUB) = WS-TRAN-CURRENCY
                   SET CURRENCY-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CUR-SUB
               END-IF
           END-PERFORM
           IF NOT CURRENCY-ENTRY-FOUND
               IF WS-CUR-COUNT < WS-CUR-LIMIT
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CUR-SUB
                   MOVE TRAN-DEPT-CODE TO WS-CUR-DEPT-CODE (WS-CUR-SUB)
                   MOVE WS-TRAN-CURRENCY TO WS-CUR-CODE (WS-CUR-SUB)
                   MOVE ZEROS TO WS-CUR-RECORDS (WS-CUR-SUB)
                   MOVE ZEROS TO WS-CUR-TOTAL (WS-CUR-SUB)
                   MOVE ZEROS TO WS-CUR-BASE-TOTAL (WS-CUR-SUB)
                   SET CURRENCY-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY "FATAL: CURRENCY TABLE LIMIT EXCEEDED "
                       "AT RECORD " TRAN-RECORD-ID
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
               END-IF
           END-IF.

      *    The source's share moves by the same amount as the control
      *    total, so the source totals always net to it.
       TALLY-SOURCE-POSTING.
           PERFORM LOCATE-SOURCE-ENTRY
           IF SOURCE-ENTRY-FOUND
               ADD 1 TO WS-SRC-RECORDS (WS-SRC-SUB)
               EVALUATE TRUE
                   WHEN TRAN-IS-REVERSAL
                       SUBTRACT WS-N3 FROM WS-SRC-TOTAL (WS-SRC-SUB)
                           ON SIZE ERROR
                               PERFORM SOURCE-TOTAL-OVERFLOW
                       END-SUBTRACT
                   WHEN TRAN-IS-ADJUSTMENT
                       COMPUTE WS-SRC-TOTAL (WS-SRC-SUB) =
                               WS-SRC-TOTAL (WS-SRC-SUB)
                               - WS-PRIOR-RESULT + WS-N3
                           ON SIZE ERROR
                               PERFORM SOURCE-TOTAL-OVERFLOW
                       END-COMPUTE
                   WHEN OTHER
                       ADD WS-N3 TO WS-SRC-TOTAL (WS-SRC-SUB)
                           ON SIZE ERROR
                               PERFORM SOURCE-TOTAL-OVERFLOW
                       END-ADD
               END-EVALUATE
           END-IF.

       LOCATE-SOURCE-ENTRY.
           IF TRAN-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE TO WS-WORK-SOURCE
           ELSE
               MOVE TRAN-SOURCE-ID TO WS-WORK-SOURCE
           END-IF
           MOVE "N" TO WS-SRC-FOUND-SWITCH
           MOVE 1 TO WS-SRC-SUB
           PERFORM UNTIL SOURCE-ENTRY-FOUND
               OR WS-SRC-SUB > WS-SRC-COUNT
               IF WS-SRC-CODE (WS-SRC-SUB) = WS-WORK-SOURCE
                   SET SOURCE-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SRC-SUB
               END-IF
           END-PERFORM
           IF NOT SOURCE-ENTRY-FOUND
               IF WS-SRC-COUNT < WS-SRC-LIMIT
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-SUB
                   MOVE WS-WORK-SOURCE TO WS-SRC-CODE (WS-SRC-SUB)
                   MOVE ZEROS TO WS-SRC-RECORDS (WS-SRC-SUB)
                   MOVE ZEROS TO WS-SRC-REJECTS (WS-SRC-SUB)
                   MOVE ZEROS TO WS-SRC-HELD (WS-SRC-SUB)
                   MOVE ZEROS TO WS-SRC-HELD-TOTAL (WS-SRC-SUB)
                   MOVE ZEROS TO WS-SRC-TOTAL (WS-SRC-SUB)
                   SET SOURCE-ENTRY-FOUND TO TRUE
               ELSE
                   DISPLAY "FATAL: SOURCE TABLE LIMIT EXCEEDED "
                       "AT RECORD " TRAN-RECORD-ID
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
               END-IF
           END-IF.

       SOURCE-TOTAL-OVERFLOW.
           DISPLAY "FATAL: SOURCE TOTAL OVERFLOW AT RECORD "
               TRAN-RECORD-ID
           SET RUN-ABENDED TO TRUE
           SET END-OF-TRAN-FILE TO TRUE.

       DEPT-TOTAL-OVERFLOW.
           DISPLAY "FATAL: DEPARTMENT TOTAL OVERFLOW AT RECORD "
               TRAN-RECORD-ID
           SET RUN-ABENDED TO TRUE
           SET END-OF-TRAN-FILE TO TRUE.

      ******************************************************************
      *    The gatekeeper guarantees TRAN-RECORD-ID arrives in
      *    ascending sequence, so lookup keys climb for the whole
      *    re-STARTs the master at the lookup key, so the check stays
      *    exact at the price of one extra position per such record.
      ******************************************************************
      *    The daily limit runs across the business date, not just
      *    the cycle: each limited department starts from the net its
      *    postings took on earlier runs under the same date - what
      *    each posting stamped with the date holds now, less what it
      *    held before that run changed it. A restart leaves out its
      *    own cycle, whose running total comes back with the
      *    checkpoint.
       SEED-EARLIER-DAILY-TOTALS.
           IF WS-LIM-COUNT > ZEROS
               MOVE ZEROS TO PST-KEY
               START POSTED-FILE KEY NOT < PST-KEY
                   INVALID KEY
                       SET END-OF-POSTED-MASTER TO TRUE
               END-START
               PERFORM UNTIL END-OF-POSTED-MASTER
                   READ POSTED-FILE NEXT RECORD
                       AT END
                           SET END-OF-POSTED-MASTER TO TRUE
                       NOT AT END
                           PERFORM SEED-ONE-POSTING
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-PST-EOF-SWITCH
           END-IF.

       SEED-ONE-POSTING.
           IF PST-RUN-DATE NUMERIC
               AND PST-RUN-DATE = WS-CYCLE-START-DATE
               AND PST-RUN-CYCLE NUMERIC
               AND NOT (CHECKPOINT-FOUND
                   AND PST-RUN-CYCLE = WS-CYCLE-NUMBER)
               MOVE PST-DEPT-CODE TO WS-WORK-DEPT
               PERFORM LOCATE-DEPT-LIMIT
               IF DEPT-LIMIT-FOUND
                   MOVE ZEROS TO WS-EARLIER-CHANGE
                   IF PST-IS-POSTED
                       ADD PST-RESULT TO WS-EARLIER-CHANGE
                   END-IF
                   IF PST-PRIOR-STATUS = "P" OR "C"
                       SUBTRACT PST-PRIOR-RESULT
                           FROM WS-EARLIER-CHANGE
                   END-IF
                   ADD WS-EARLIER-CHANGE
                       TO WS-LIM-EARLIER (WS-LIM-SUB)
               END-IF
           END-IF.

       POSITION-POSTED-MASTER.
           MOVE ZEROS TO PST-KEY
           START POSTED-FILE KEY NOT < PST-KEY
                       MOVE "NO ACTIVE PRIOR POSTING TO CORRECT"
                           TO REJ-REASON-TEXT
                       PERFORM WRITE-REJECT-RECORD
                   ELSE
                       PERFORM CHECK-POSTED-CURRENCY
                   END-IF
               WHEN PRIOR-POSTING-FOUND AND PST-IS-REVERSED
                   CONTINUE
                   END-IF
           END-EVALUATE.

      *    A correction must be in the currency of the posting it
      *    corrects, or the per-currency totals could not net it.
       CHECK-POSTED-CURRENCY.
           PERFORM LOAD-POSTED-CURRENCY
           IF WS-POSTED-CURRENCY NOT = WS-TRAN-CURRENCY
               MOVE "FX03" TO REJ-REASON-CODE
               MOVE "CURRENCY DIFFERS FROM PRIOR POSTING"
                   TO REJ-REASON-TEXT
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *    Postings made before the currency fields existed are base-
      *    currency postings whose currency result is the base result.
       LOAD-POSTED-CURRENCY.
           IF PST-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-POSTED-CURRENCY
               MOVE PST-RESULT TO WS-POSTED-CURRENCY-RESULT
           ELSE
               MOVE PST-CURRENCY-CODE TO WS-POSTED-CURRENCY
               MOVE PST-CURRENCY-RESULT TO WS-POSTED-CURRENCY-RESULT
           END-IF.

       COMPUTE-RESULT.
           MOVE TRAN-AMOUNT-1 TO WS-N1
           MOVE TRAN-AMOUNT-2 TO WS-N2
           EVALUATE TRUE
               WHEN REPOST-PRIOR-RESULT
                   MOVE PST-RESULT TO WS-N3
                   PERFORM LOAD-POSTED-CURRENCY
                   MOVE WS-POSTED-CURRENCY-RESULT TO WS-CURRENCY-RESULT
                   PERFORM APPLY-POSTING-RESULT
               WHEN TRAN-IS-REVERSAL
                   MOVE PST-RESULT TO WS-N3
                   PERFORM LOAD-POSTED-CURRENCY
                   MOVE WS-POSTED-CURRENCY-RESULT TO WS-CURRENCY-RESULT
                   PERFORM APPLY-REVERSAL-RESULT
               WHEN TRAN-IS-ADJUSTMENT
                   PERFORM COMPUTE-OPERATION
                   IF RECORD-IS-VALID
                       PERFORM CONVERT-TO-BASE-CURRENCY
                   END-IF
                   IF RECORD-IS-VALID
                       PERFORM CHECK-DUPLICATE-SUSPECT
                   END-IF
                   IF RECORD-IS-VALID
                       PERFORM CHECK-DEPT-LIMITS
                   END-IF
                   IF RECORD-IS-VALID
                       PERFORM APPLY-ADJUSTMENT-RESULT
                   END-IF
               WHEN OTHER
                   PERFORM COMPUTE-OPERATION
                   IF RECORD-IS-VALID
                       PERFORM CONVERT-TO-BASE-CURRENCY
                   END-IF
                   IF RECORD-IS-VALID
                       PERFORM CHECK-DUPLICATE-SUSPECT
                   END-IF
                   IF RECORD-IS-VALID
                       PERFORM CHECK-DEPT-LIMITS
                   END-IF
                   IF RECORD-IS-VALID
                       PERFORM APPLY-POSTING-RESULT
                   END-IF
           END-EVALUATE.

      *    The operation runs on the amounts as received; the result
      *    is then converted at the transaction date's rate, rounded
      *    to the cent, before anything is counted or tested.
       CONVERT-TO-BASE-CURRENCY.
           MOVE WS-N3 TO WS-CURRENCY-RESULT
           IF WS-TRAN-CURRENCY NOT = WS-BASE-CURRENCY
               COMPUTE WS-N3 ROUNDED =
                       WS-CURRENCY-RESULT * WS-EXCHANGE-RATE
                   ON SIZE ERROR
                       PERFORM REJECT-ON-OVERFLOW
               END-COMPUTE
           END-IF.

      *    A transaction the duplicate check listed is held for an
      *    operator's decision ahead of the limit check, whatever its
      *    size; one an operator has released from that review
      *    carries the duplicate-release mark and goes on to post.
       CHECK-DUPLICATE-SUSPECT.
           IF NOT TRAN-DUP-RELEASED
               PERFORM LOCATE-DUPLICATE-SUSPECT
               IF DUPLICATE-SUSPECT-FOUND
                   MOVE TRAN-DEPT-CODE TO WS-WORK-DEPT
                   PERFORM LOCATE-DEPT-ENTRY
                   IF DEPT-ENTRY-FOUND
                       MOVE "DU01" TO WS-HOLD-REASON-CODE
                       PERFORM HOLD-TRANSACTION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    Department authorization limits apply to what a posting
      *    adds: an original's result, or an adjustment's new result.
      *    A reversal only ever takes money back out and is never
      *    held, and a restart's recovered posting was judged by the
      *    interrupted run. The daily limit is measured against the
      *    department's total for the business date - the earlier
      *    runs' net plus the running total for the cycle - as it
      *    would stand after the posting. A hold a supervisor has
      *    released carries the release mark and posts whatever its
      *    size.
      ******************************************************************
       CHECK-DEPT-LIMITS.
           IF NOT TRAN-HOLD-RELEASED
               MOVE TRAN-DEPT-CODE TO WS-WORK-DEPT
               PERFORM LOCATE-DEPT-LIMIT
               IF DEPT-LIMIT-FOUND
                   PERFORM LOCATE-DEPT-ENTRY
                   IF DEPT-ENTRY-FOUND
                       PERFORM TEST-DEPT-LIMITS
                   END-IF
               END-IF
           END-IF.

       TEST-DEPT-LIMITS.
           MOVE SPACES TO WS-HOLD-REASON-CODE
           IF TRAN-IS-ADJUSTMENT
               COMPUTE WS-PROJECTED-TOTAL =
                       WS-LIM-EARLIER (WS-LIM-SUB)
                       + WS-DEPT-TOTAL (WS-DEPT-SUB)
                       - PST-RESULT + WS-N3
           ELSE
               COMPUTE WS-PROJECTED-TOTAL =
                       WS-LIM-EARLIER (WS-LIM-SUB)
                       + WS-DEPT-TOTAL (WS-DEPT-SUB) + WS-N3
           END-IF
           EVALUATE TRUE
               WHEN WS-LIM-SINGLE (WS-LIM-SUB) > ZEROS
                   AND WS-N3 > WS-LIM-SINGLE (WS-LIM-SUB)
                   MOVE "LM01" TO WS-HOLD-REASON-CODE
               WHEN WS-LIM-DAILY (WS-LIM-SUB) > ZEROS
                   AND WS-PROJECTED-TOTAL > WS-LIM-DAILY (WS-LIM-SUB)
                   MOVE "LM02" TO WS-HOLD-REASON-CODE
           END-EVALUATE
           IF WS-HOLD-REASON-CODE NOT = SPACES
               PERFORM HOLD-TRANSACTION
           END-IF.

      *    A held transaction is neither posted nor rejected: it goes
      *    to the hold file as received, with its computed result, and
      *    is counted in the department's held bucket only, outside
      *    the record count and the control total.
       HOLD-TRANSACTION.
           SET RECORD-IS-HELD TO TRUE
           MOVE SPACES TO HOLD-RECORD
           MOVE TRAN-RECORD-ID TO HLD-RECORD-ID
           MOVE TRAN-DATE TO HLD-TRAN-DATE
           MOVE TRAN-AMOUNT-1 TO HLD-AMOUNT-1
           MOVE TRAN-AMOUNT-2 TO HLD-AMOUNT-2
           MOVE TRAN-TYPE-CODE TO HLD-TYPE-CODE
           MOVE TRAN-DEPT-CODE TO HLD-DEPT-CODE
           MOVE TRAN-CURRENCY-CODE TO HLD-CURRENCY-CODE
           PERFORM LOCATE-SOURCE-ENTRY
           MOVE WS-WORK-SOURCE TO HLD-SOURCE-ID
           MOVE WS-HOLD-REASON-CODE TO HLD-REASON-CODE
           MOVE WS-N3 TO HLD-RESULT
           MOVE WS-CYCLE-START-DATE TO HLD-HELD-DATE
           MOVE WS-CYCLE-NUMBER TO HLD-CYCLE-NUMBER
           SET HLD-IS-OPEN TO TRUE
           MOVE WS-RUN-DATE TO HLD-LAST-ACTION-DATE
           WRITE HOLD-RECORD
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-DEPT-HELD (WS-DEPT-SUB)
           IF SOURCE-ENTRY-FOUND
               ADD 1 TO WS-SRC-HELD (WS-SRC-SUB)
               ADD WS-N3 TO WS-SRC-HELD-TOTAL (WS-SRC-SUB)
                   ON SIZE ERROR
                       PERFORM SOURCE-TOTAL-OVERFLOW
               END-ADD
           END-IF
           ADD WS-N3 TO WS-HELD-TOTAL
               ON SIZE ERROR
                   DISPLAY "FATAL: HELD TOTAL OVERFLOW AT RECORD "
                       TRAN-RECORD-ID
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
           END-ADD
           ADD WS-N3 TO WS-DEPT-HELD-TOTAL (WS-DEPT-SUB)
               ON SIZE ERROR
                   DISPLAY "FATAL: DEPARTMENT HELD TOTAL OVERFLOW AT "
                       "RECORD " TRAN-RECORD-ID
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
           END-ADD
           PERFORM WRITE-REPORT-DETAIL-LINE
           DISPLAY "Held: " WS-N3.

       APPLY-POSTING-RESULT.
           ADD WS-N3 TO WS-CONTROL-TOTAL
               ON SIZE ERROR

       APPLY-ADJUSTMENT-RESULT.
           MOVE PST-RESULT TO WS-PRIOR-RESULT
           PERFORM LOAD-POSTED-CURRENCY
           MOVE WS-POSTED-CURRENCY-RESULT TO WS-PRIOR-CURRENCY-RESULT
           COMPUTE WS-CONTROL-TOTAL =
                   WS-CONTROL-TOTAL - WS-PRIOR-RESULT + WS-N3
               ON SIZE ERROR
           END-COMPUTE.

       MARK-POSTING-REVERSED.
           PERFORM SAVE-PRIOR-POSTING-IMAGE
           SET PST-IS-REVERSED TO TRUE
           MOVE WS-RUN-DATE TO PST-POST-DATE
           MOVE WS-RUN-TIME TO PST-POST-TIME
           MOVE WS-N2 TO RPT-AMOUNT-2
           MOVE WS-N3 TO RPT-RESULT
           EVALUATE TRUE
               WHEN RECORD-IS-HELD
                   MOVE "HLD" TO RPT-TYPE-LABEL
               WHEN TRAN-IS-REVERSAL
                   MOVE "REV" TO RPT-TYPE-LABEL
               WHEN TRAN-IS-ADJUSTMENT
               WHEN OTHER
                   MOVE SPACES TO RPT-TYPE-LABEL
           END-EVALUATE
           MOVE SPACES TO RPT-CURRENCY-DETAIL
           IF WS-TRAN-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-TRAN-CURRENCY TO RPT-CURRENCY-CODE
               MOVE WS-CURRENCY-RESULT TO RPT-CURRENCY-RESULT
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-DETAIL-LINE.

       WRITE-GL-DETAIL.
           ELSE
               MOVE ZEROS TO GLD-PRIOR-RESULT
           END-IF
           MOVE WS-TRAN-CURRENCY TO GLD-CURRENCY-CODE
           MOVE WS-CURRENCY-RESULT TO GLD-CURRENCY-RESULT
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-GL-RECORD-COUNT
           ADD WS-N3 TO WS-GL-HASH-TOTAL.

       WRITE-POSTED-RECORD.
           IF PRIOR-POSTING-FOUND
               PERFORM SAVE-PRIOR-POSTING-IMAGE
           ELSE
               MOVE SPACES TO POSTED-RECORD
               MOVE WS-CYCLE-START-DATE TO PST-RUN-DATE
               MOVE WS-CYCLE-NUMBER TO PST-RUN-CYCLE
               MOVE ZEROS TO PST-PRIOR-RESULT
               MOVE ZEROS TO PST-PRIOR-POST-DATE
               MOVE ZEROS TO PST-PRIOR-POST-TIME
               MOVE ZEROS TO PST-PRIOR-CURRENCY-RESULT
           END-IF
           MOVE TRAN-RECORD-ID TO PST-RECORD-ID
           MOVE TRAN-DATE TO PST-TRAN-DATE
           MOVE WS-N3 TO PST-RESULT
           MOVE WS-RUN-DATE TO PST-POST-DATE
           MOVE WS-RUN-TIME TO PST-POST-TIME
           MOVE TRAN-DEPT-CODE TO PST-DEPT-CODE
           MOVE WS-TRAN-CURRENCY TO PST-CURRENCY-CODE
           MOVE WS-CURRENCY-RESULT TO PST-CURRENCY-RESULT
      *    An adjustment corrects the result only; the content the
      *    duplicate check matches stays that of the original.
           IF NOT TRAN-IS-ADJUSTMENT
               MOVE TRAN-AMOUNT-1 TO PST-AMOUNT-1
               MOVE TRAN-AMOUNT-2 TO PST-AMOUNT-2
               MOVE "O" TO PST-TYPE-CODE
           END-IF
           SET PST-IS-POSTED TO TRUE
           IF PRIOR-POSTING-FOUND
               REWRITE POSTED-RECORD
               END-WRITE
           END-IF.

      *    The before-image is taken on the run's first change to a
      *    posting only: a record already stamped with this run's
      *    business date and cycle - rewritten earlier in the pass, or
      *    by the interrupted run a restart is completing - keeps the
      *    image of the state the run found it in.
       SAVE-PRIOR-POSTING-IMAGE.
           IF PST-RUN-DATE NUMERIC
               AND PST-RUN-DATE = WS-CYCLE-START-DATE
               AND PST-RUN-CYCLE = WS-CYCLE-NUMBER
               CONTINUE
           ELSE
               MOVE PST-STATUS TO PST-PRIOR-STATUS
               MOVE PST-RESULT TO PST-PRIOR-RESULT
               MOVE PST-POST-DATE TO PST-PRIOR-POST-DATE
               MOVE PST-POST-TIME TO PST-PRIOR-POST-TIME
               PERFORM LOAD-POSTED-CURRENCY
               MOVE WS-POSTED-CURRENCY TO PST-PRIOR-CURRENCY-CODE
               MOVE WS-POSTED-CURRENCY-RESULT
                   TO PST-PRIOR-CURRENCY-RESULT
               MOVE WS-CYCLE-START-DATE TO PST-RUN-DATE
               MOVE WS-CYCLE-NUMBER TO PST-RUN-CYCLE
           END-IF.

       WRITE-GL-TRAILER.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE "T" TO GL-RECORD-TYPE
               MOVE WS-REJECT-COUNT TO CKPT-REJECT-COUNT
               MOVE WS-CONTROL-TOTAL TO CKPT-RUNNING-TOTAL
               MOVE WS-DEPT-TABLE TO CKPT-DEPT-TABLE
               MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
               MOVE WS-HELD-TOTAL TO CKPT-HELD-TOTAL
               MOVE WS-CUR-TABLE TO CKPT-CURRENCY-TABLE
               MOVE WS-SRC-TABLE TO CKPT-SOURCE-TABLE
               MOVE WS-CYCLE-START-DATE TO CKPT-RUN-DATE
               MOVE WS-CYCLE-NUMBER TO CKPT-CYCLE-NUMBER
               MOVE "N" TO CKPT-RUN-COMPLETE-FLAG
           MOVE WS-REJECT-COUNT TO CKPT-REJECT-COUNT
           MOVE WS-CONTROL-TOTAL TO CKPT-RUNNING-TOTAL
           MOVE WS-DEPT-TABLE TO CKPT-DEPT-TABLE
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
           MOVE WS-HELD-TOTAL TO CKPT-HELD-TOTAL
           MOVE WS-CUR-TABLE TO CKPT-CURRENCY-TABLE
           MOVE WS-SRC-TABLE TO CKPT-SOURCE-TABLE
           MOVE WS-CYCLE-START-DATE TO CKPT-RUN-DATE
           MOVE WS-CYCLE-NUMBER TO CKPT-CYCLE-NUMBER
           IF RUN-ABENDED

           MOVE WS-REVERSAL-COUNT TO RPT-REVERSAL-COUNT
           MOVE WS-ADJUSTMENT-COUNT TO RPT-ADJUSTMENT-COUNT
           MOVE WS-HELD-COUNT TO RPT-HELD-COUNT
           WRITE REPORT-RECORD FROM WS-REPORT-TYPE-COUNT-LINE

           IF NOT RUN-ABENDED OR CURRENT-RUN-MADE-PROGRESS
               PERFORM WRITE-DEPT-SUBTOTALS
               PERFORM WRITE-SOURCE-SUBTOTALS
           END-IF

      *    An abended run must not trailer its partial extract: the

           CLOSE TRAN-FILE
           CLOSE REJECT-FILE
           CLOSE HOLD-FILE
           CLOSE REPORT-FILE
           CLOSE RUNTOT-FILE
           CLOSE CHECKPOINT-FILE

           DISPLAY "Records processed: " WS-REPORT-RECORD-COUNT
           DISPLAY "Records rejected:  " WS-REPORT-REJECT-COUNT
           DISPLAY "Records held:      " WS-HELD-COUNT
           DISPLAY "Control total:     " WS-REPORT-CONTROL-TOTAL

           EVALUATE TRUE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           MOVE WS-DEPT-REJECTS (WS-DEPT-SUB) TO RPT-DEPT-REJECTS
           MOVE WS-DEPT-TOTAL (WS-DEPT-SUB) TO RPT-DEPT-TOTAL
           WRITE REPORT-RECORD FROM WS-REPORT-DEPT-LINE
           IF WS-DEPT-HELD (WS-DEPT-SUB) > ZEROS
               MOVE WS-DEPT-HELD (WS-DEPT-SUB) TO RPT-DEPT-HELD
               MOVE WS-DEPT-HELD-TOTAL (WS-DEPT-SUB)
                   TO RPT-DEPT-HELD-TOTAL
               WRITE REPORT-RECORD FROM WS-REPORT-DEPT-HELD-LINE
           END-IF

           IF NOT RUN-ABENDED
               MOVE SPACES TO RUN-TOTAL-RECORD
               MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO RT-DEPT-CODE
               MOVE WS-CYCLE-START-DATE TO RT-RUN-DATE
               MOVE WS-DEPT-RECORDS (WS-DEPT-SUB) TO RT-RECORD-COUNT
               MOVE WS-DEPT-REJECTS (WS-DEPT-SUB) TO RT-REJECT-COUNT
               MOVE WS-DEPT-TOTAL (WS-DEPT-SUB) TO RT-CONTROL-TOTAL
               MOVE WS-CYCLE-NUMBER TO RT-CYCLE-NUMBER
               MOVE WS-DEPT-HELD (WS-DEPT-SUB) TO RT-HELD-COUNT
               MOVE WS-DEPT-HELD-TOTAL (WS-DEPT-SUB) TO RT-HELD-TOTAL
               MOVE WS-DEPT-ORIGINAL-TOTAL (WS-DEPT-SUB)
                   TO RT-ORIGINAL-TOTAL
               MOVE WS-DEPT-REVERSAL-TOTAL (WS-DEPT-SUB)
                   TO RT-REVERSAL-TOTAL
               MOVE WS-DEPT-ADJUSTMENT-TOTAL (WS-DEPT-SUB)
                   TO RT-ADJUSTMENT-TOTAL
               MOVE WS-RUN-DATE TO RT-POSTED-DATE
               MOVE WS-RUN-TIME TO RT-POSTED-TIME
               MOVE ZEROS TO RT-CURRENCY-TOTAL
               WRITE RUN-TOTAL-RECORD
           END-IF

           PERFORM WRITE-DEPT-CURRENCY-LINE
               VARYING WS-CUR-SUB FROM 1 BY 1
               UNTIL WS-CUR-SUB > WS-CUR-COUNT.

      *    Each foreign currency the department posted in gets its own
      *    subtotal line and its own breakdown run-total record behind
      *    the department's record.
       WRITE-DEPT-CURRENCY-LINE.
           IF WS-CUR-DEPT-CODE (WS-CUR-SUB) = WS-DEPT-CODE (WS-DEPT-SUB)
               MOVE WS-CUR-CODE (WS-CUR-SUB) TO RPT-CUR-CODE
               MOVE WS-CUR-RECORDS (WS-CUR-SUB) TO RPT-CUR-RECORDS
               MOVE WS-CUR-TOTAL (WS-CUR-SUB) TO RPT-CUR-TOTAL
               MOVE WS-CUR-BASE-TOTAL (WS-CUR-SUB)
                   TO RPT-CUR-BASE-TOTAL
               WRITE REPORT-RECORD FROM WS-REPORT-DEPT-CURRENCY-LINE
               IF NOT RUN-ABENDED
                   PERFORM WRITE-CURRENCY-RUN-TOTAL
               END-IF
           END-IF.

       WRITE-CURRENCY-RUN-TOTAL.
           MOVE SPACES TO RUN-TOTAL-RECORD
           MOVE WS-CUR-DEPT-CODE (WS-CUR-SUB) TO RT-DEPT-CODE
           MOVE WS-CYCLE-START-DATE TO RT-RUN-DATE
           MOVE WS-CUR-RECORDS (WS-CUR-SUB) TO RT-RECORD-COUNT
           MOVE ZEROS TO RT-REJECT-COUNT
           MOVE WS-CUR-BASE-TOTAL (WS-CUR-SUB) TO RT-CONTROL-TOTAL
           MOVE WS-CYCLE-NUMBER TO RT-CYCLE-NUMBER
           MOVE ZEROS TO RT-HELD-COUNT
           MOVE ZEROS TO RT-HELD-TOTAL
           MOVE ZEROS TO RT-ORIGINAL-TOTAL
           MOVE ZEROS TO RT-REVERSAL-TOTAL
           MOVE ZEROS TO RT-ADJUSTMENT-TOTAL
           MOVE WS-RUN-DATE TO RT-POSTED-DATE
           MOVE WS-RUN-TIME TO RT-POSTED-TIME
           MOVE WS-CUR-CODE (WS-CUR-SUB) TO RT-CURRENCY-CODE
           MOVE WS-CUR-TOTAL (WS-CUR-SUB) TO RT-CURRENCY-TOTAL
           WRITE RUN-TOTAL-RECORD.

      *    The source records follow every department record, under
      *    the same clean-run rule, so reconciliation can show what
      *    each source system contributed to the day.
       WRITE-SOURCE-SUBTOTALS.
           IF WS-SRC-COUNT > 0
               WRITE REPORT-RECORD FROM WS-REPORT-SOURCE-HEADER
               PERFORM WRITE-SOURCE-SUBTOTAL-LINE
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
           END-IF.

       WRITE-SOURCE-SUBTOTAL-LINE.
           MOVE WS-SRC-CODE (WS-SRC-SUB) TO RPT-SRC-CODE
           MOVE WS-SRC-RECORDS (WS-SRC-SUB) TO RPT-SRC-RECORDS
           MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO RPT-SRC-REJECTS
           MOVE WS-SRC-HELD (WS-SRC-SUB) TO RPT-SRC-HELD
           MOVE WS-SRC-TOTAL (WS-SRC-SUB) TO RPT-SRC-TOTAL
           WRITE REPORT-RECORD FROM WS-REPORT-SOURCE-LINE

           IF NOT RUN-ABENDED
               MOVE SPACES TO RUN-TOTAL-RECORD
               MOVE WS-CYCLE-START-DATE TO RT-RUN-DATE
               MOVE WS-SRC-RECORDS (WS-SRC-SUB) TO RT-RECORD-COUNT
               MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO RT-REJECT-COUNT
               MOVE WS-SRC-TOTAL (WS-SRC-SUB) TO RT-CONTROL-TOTAL
               MOVE WS-CYCLE-NUMBER TO RT-CYCLE-NUMBER
               MOVE WS-SRC-HELD (WS-SRC-SUB) TO RT-HELD-COUNT
               MOVE WS-SRC-HELD-TOTAL (WS-SRC-SUB) TO RT-HELD-TOTAL
               MOVE ZEROS TO RT-ORIGINAL-TOTAL
               MOVE ZEROS TO RT-REVERSAL-TOTAL
               MOVE ZEROS TO RT-ADJUSTMENT-TOTAL
               MOVE WS-RUN-DATE TO RT-POSTED-DATE
               MOVE WS-RUN-TIME TO RT-POSTED-TIME
               SET RT-SOURCE-TOTAL TO TRUE
               MOVE ZEROS TO RT-CURRENCY-TOTAL
               MOVE WS-SRC-CODE (WS-SRC-SUB) TO RT-SOURCE-ID
               WRITE RUN-TOTAL-RECORD
           END-IF.

