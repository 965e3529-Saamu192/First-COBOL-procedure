      *           accepted for that date and cycle unless the operator
      *           card carries the force indicator; record the
      *           acceptance on the master when the feed passes.
      * Modified: 10/15/2026 - Accept the corrected feed for a date and
      *           cycle the cycle backout utility has backed out
      *           without requiring the force indicator.
      * Modified: 10/15/2026 - Clear the subledger stamp when a date and
      *           cycle's lifecycle starts over on acceptance.
      * Modified: 10/15/2026 - Carry the currency code on each clean
      *           detail and break the detail count and amount hash
      *           down by currency on the edit report.
      * Modified: 10/15/2026 - Accept several source systems' feeds in
      *           one transmission, each in its own envelope with the
      *           source id on its header: edit and accept or refuse
      *           each feed on its own, track each source's acceptance
      *           on the run-control master, stamp the source id on
      *           each clean detail and merge the accepted feeds'
      *           details into TRANFILE in record-id order.
      * Modified: 10/15/2026 - Load the daily exchange-rate reference
      *           and show each currency's hash converted to base
      *           currency, with the feed's base-currency total.
      * Modified: 10/15/2026 - Refuse a new source when the sources
      *           already on the run-control entry and those taken by
      *           the run's earlier feeds leave it no room, and end the
      *           run when a source cannot be recorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GATEKEEPER-PROCEDURE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RATE-REF-FILE
               ASSIGN TO "RATEREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-REF-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       FD  RATE-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY RATEREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNCTL.
       77 WS-OPERATOR-CARD-STATUS      PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".
       77 WS-RUN-CONTROL-STATUS        PIC X(02) VALUE "00".
       77 WS-RATE-REF-STATUS           PIC X(02) VALUE "00".

       77 WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88 END-OF-FEED-FILE                  VALUE "Y".
       77 WS-RCM-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 RUN-CONTROL-FOUND                 VALUE "Y".

      *    Every switch and count from here to the currency table
      *    describes the feed envelope being read; they start over at
      *    each feed header, and the feed table below keeps what the
      *    rest of the run needs from each feed once it is closed.
       77 WS-FEED-OPEN-SWITCH          PIC X(01) VALUE "N".
           88 FEED-IS-OPEN                      VALUE "Y".
       77 WS-ON-MASTER-SWITCH          PIC X(01) VALUE "N".
           88 FEED-GOES-ON-MASTER               VALUE "Y".
       77 WS-FEED-ERRORS               PIC 9(04) VALUE ZEROS.
       77 WS-DETAIL-COUNT              PIC 9(08) VALUE ZEROS.
       77 WS-COMPUTED-HASH             PIC 9(13)V99 VALUE ZEROS.
       77 WS-EXPECTED-COUNT            PIC 9(08) VALUE ZEROS.
       77 WS-EXPECTED-HASH             PIC 9(13)V99 VALUE ZEROS.
       77 WS-LAST-RECORD-ID            PIC 9(06) VALUE ZEROS.
       77 WS-FEED-DATE                 PIC 9(08) VALUE ZEROS.
       77 WS-FEED-SOURCE               PIC X(03) VALUE SPACES.
       77 WS-FEED-FIRST-BUF            PIC 9(04) VALUE ZEROS.

      *    The trailer hash is a plain sum of the amounts as sent, so
      *    a mixed-currency feed is also footed per currency: the
      *    breakdown sums to the computed hash and shows how much of
      *    it is base currency. Each currency's hash is also shown
      *    converted to base at the rate dated on each detail's
      *    transaction date, the rate the posting step will use, with
      *    the feed's base-currency total behind them; a detail with
      *    no rate for its date is counted as unrated and left out,
      *    for the posting step to reject.
       77 WS-BASE-CURRENCY             PIC X(03) VALUE "USD".
       77 WS-WORK-CURRENCY             PIC X(03) VALUE SPACES.
       77 WS-CCY-SUB                   PIC 9(02) VALUE ZEROS.
       77 WS-CCY-LIMIT                 PIC 9(02) VALUE 20.
       77 WS-CCY-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 CURRENCY-ENTRY-FOUND              VALUE "Y".
       77 WS-CCY-FULL-SWITCH           PIC X(01) VALUE "N".
           88 CURRENCY-TABLE-FULL               VALUE "Y".
       77 WS-BASE-HASH                 PIC 9(13)V99 VALUE ZEROS.
       77 WS-BASE-UNRATED              PIC 9(08) VALUE ZEROS.
       77 WS-DETAIL-BASE-HASH          PIC 9(13)V99 VALUE ZEROS.

       01 WS-CCY-TABLE.
           05 WS-CCY-COUNT             PIC 9(02) VALUE ZEROS.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 WS-CCY-CODE          PIC X(03).
               10 WS-CCY-DETAILS       PIC 9(08).
               10 WS-CCY-HASH          PIC 9(13)V99.
               10 WS-CCY-BASE-HASH     PIC 9(13)V99.
               10 WS-CCY-UNRATED       PIC 9(08).

       77 WS-RATE-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-RATE-REF-FILE              VALUE "Y".
       77 WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 EXCHANGE-RATE-FOUND               VALUE "Y".
       77 WS-RATE-SUB                  PIC 9(04) VALUE ZEROS.
       77 WS-RATE-LIMIT                PIC 9(04) VALUE 2000.
       77 WS-RATE-LOW                  PIC 9(04) VALUE ZEROS.
       77 WS-RATE-HIGH                 PIC 9(04) VALUE ZEROS.

       01 WS-RATE-LOOKUP-KEY.
           05 WS-RATE-LOOKUP-CURRENCY  PIC X(03) VALUE SPACES.
           05 WS-RATE-LOOKUP-DATE      PIC 9(08) VALUE ZEROS.

       01 WS-RATE-TABLE.
           05 WS-RATE-COUNT            PIC 9(04) VALUE ZEROS.
           05 WS-RATE-ENTRY OCCURS 2000 TIMES.
               10 WS-RATE-KEY.
                   15 WS-RATE-CURRENCY PIC X(03).
                   15 WS-RATE-DATE     PIC 9(08).
               10 WS-RATE-VALUE        PIC 9(05)V9(06).

      *    A header with no source id is the original source system,
      *    which sent the only feed before the others were onboarded.
       77 WS-DEFAULT-SOURCE            PIC X(03) VALUE "001".

       77 WS-ERROR-COUNT               PIC 9(04) VALUE ZEROS.
       77 WS-BUSINESS-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-ACCEPTED-COUNT            PIC 9(01) VALUE ZEROS.
       77 WS-REFUSED-COUNT             PIC 9(01) VALUE ZEROS.
       77 WS-ACCEPTED-HASH             PIC 9(13)V99 VALUE ZEROS.
       77 WS-MERGED-COUNT              PIC 9(08) VALUE ZEROS.
       77 WS-MERGE-LAST-ID             PIC 9(06) VALUE ZEROS.
       77 WS-MERGE-LOW-ID              PIC 9(06) VALUE ZEROS.
       77 WS-MERGE-FEED                PIC 9(01) VALUE ZEROS.
       77 WS-MERGE-SWITCH              PIC X(01) VALUE "N".
           88 MERGE-COMPLETE                    VALUE "Y".
       77 WS-ANY-FORCED-SWITCH         PIC X(01) VALUE "N".
           88 ANY-RERUN-FORCED                  VALUE "Y".

       77 WS-FEED-SUB                  PIC 9(01) VALUE ZEROS.
       77 WS-FEED-LIMIT                PIC 9(01) VALUE 5.
       77 WS-RCM-SUB                   PIC 9(01) VALUE ZEROS.
       77 WS-RCM-SOURCE-LIMIT          PIC 9(01) VALUE 5.
       77 WS-RCM-SRC-FOUND-SWITCH      PIC X(01) VALUE "N".
           88 SOURCE-ON-MASTER                  VALUE "Y".
       77 WS-SOURCE-SEEN-SWITCH        PIC X(01) VALUE "N".
           88 SOURCE-SEEN-IN-RUN                VALUE "Y".
       77 WS-WORK-SOURCE               PIC X(03) VALUE SPACES.
      *    Sources earlier envelopes of this run will add to the
      *    master entry, each counted once.
       77 WS-NEW-SOURCE-COUNT          PIC 9(02) VALUE ZEROS.
       77 WS-SCAN-SUB                  PIC 9(01) VALUE ZEROS.
       77 WS-EARLIER-SOURCE-SWITCH     PIC X(01) VALUE "N".
           88 SOURCE-EARLIER-IN-RUN             VALUE "Y".

      *    One entry per feed envelope in the transmission, in the
      *    order read. Status A = accepted, R = refused.
       01 WS-FEED-TABLE.
           05 WS-FEED-COUNT            PIC 9(01) VALUE ZEROS.
           05 WS-FEED-ENTRY OCCURS 5 TIMES.
               10 WS-FD-SOURCE         PIC X(03).
               10 WS-FD-STATUS         PIC X(01).
               10 WS-FD-ON-MASTER      PIC X(01).
               10 WS-FD-FORCED         PIC X(01).
               10 WS-FD-DETAILS        PIC 9(08).
               10 WS-FD-HASH           PIC 9(13)V99.
               10 WS-FD-FIRST-BUF      PIC 9(04).
               10 WS-FD-LAST-BUF       PIC 9(04).
               10 WS-FD-NEXT-BUF       PIC 9(04).

      *    Clean details are held here until every feed has been
      *    edited, so a refused feed's details never reach TRANFILE
      *    and the accepted feeds, each already in ascending record-id
      *    order, can be merged into one ascending file.
       77 WS-BUF-SUB                   PIC 9(04) VALUE ZEROS.
       77 WS-BUF-LIMIT                 PIC 9(04) VALUE 5000.

       01 WS-DETAIL-TABLE.
           05 WS-BUF-COUNT             PIC 9(04) VALUE ZEROS.
           05 WS-BUF-ENTRY OCCURS 5000 TIMES.
               10 WS-BUF-RECORD.
                   15 WS-BUF-RECORD-ID PIC 9(06).
                   15 FILLER           PIC X(74).

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
               "TRANSACTION FEED EDIT REPORT".
           05 FILLER                   PIC X(52) VALUE SPACES.

       01 WS-EDIT-FEED-LINE.
           05 FILLER                   PIC X(05) VALUE "FEED ".
           05 EDT-FEED-NUMBER          PIC 9(01).
           05 FILLER                   PIC X(09) VALUE "  SOURCE ".
           05 EDT-FEED-SOURCE          PIC X(03).
           05 FILLER                   PIC X(13) VALUE
               "  FEED DATE: ".
           05 EDT-FEED-DATE            PIC X(08).
           05 FILLER                   PIC X(41) VALUE SPACES.

       01 WS-EDIT-DETAIL-LINE.
           05 EDT-TAG                  PIC X(09) VALUE SPACES.
           05 EDT-MESSAGE              PIC X(45) VALUE SPACES.
           05 EDT-EXPECTED-HASH        PIC Z(12)9.99.
           05 FILLER                   PIC X(21) VALUE SPACES.

       01 WS-EDIT-CURRENCY-LINE.
           05 FILLER                   PIC X(09) VALUE "CURRENCY ".
           05 EDT-CURRENCY-CODE        PIC X(03).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 EDT-CURRENCY-BASE        PIC X(04).
           05 FILLER                   PIC X(11) VALUE
               "  DETAILS: ".
           05 EDT-CURRENCY-DETAILS     PIC ZZZZZZZ9.
           05 FILLER                   PIC X(08) VALUE
               "  HASH: ".
           05 EDT-CURRENCY-HASH        PIC Z(12)9.99.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01 WS-EDIT-CONVERTED-LINE.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
               "BASE EQUIVALENT:".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EDT-CONVERTED-HASH       PIC Z(12)9.99.
           05 FILLER                   PIC X(11) VALUE
               "  UNRATED: ".
           05 EDT-CONVERTED-UNRATED    PIC ZZZZZZZ9.
           05 FILLER                   PIC X(12) VALUE SPACES.

       01 WS-EDIT-BASE-TOTAL-LINE.
           05 FILLER                   PIC X(20) VALUE
               "BASE-CURRENCY TOTAL:".
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 EDT-BASE-TOTAL-HASH      PIC Z(12)9.99.
           05 FILLER                   PIC X(11) VALUE
               "  UNRATED: ".
           05 EDT-BASE-TOTAL-UNRATED   PIC ZZZZZZZ9.
           05 FILLER                   PIC X(12) VALUE SPACES.

       01 WS-EDIT-FEED-RESULT-LINE.
           05 FILLER                   PIC X(07) VALUE "SOURCE ".
           05 EDT-RESULT-SOURCE        PIC X(03).
           05 FILLER                   PIC X(02) VALUE ": ".
           05 EDT-FEED-RESULT-TEXT     PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(55) VALUE SPACES.

       01 WS-EDIT-RUN-LINE.
           05 FILLER                   PIC X(12) VALUE
               "FEEDS READ: ".
           05 EDT-FEEDS-READ           PIC 9(01).
           05 FILLER                   PIC X(12) VALUE
               "  ACCEPTED: ".
           05 EDT-FEEDS-ACCEPTED       PIC 9(01).
           05 FILLER                   PIC X(11) VALUE
               "  REFUSED: ".
           05 EDT-FEEDS-REFUSED        PIC 9(01).
           05 FILLER                   PIC X(42) VALUE SPACES.

       01 WS-EDIT-MERGE-LINE.
           05 FILLER                   PIC X(18) VALUE
               "DETAILS WRITTEN:  ".
           05 EDT-MERGED-COUNT         PIC ZZZZZZZ9.
           05 FILLER                   PIC X(08) VALUE
               "  HASH: ".
           05 EDT-MERGED-HASH          PIC Z(12)9.99.
           05 FILLER                   PIC X(30) VALUE SPACES.

       01 WS-EDIT-RESULT-LINE.
           05 FILLER                   PIC X(08) VALUE "RESULT: ".
           05 EDT-RESULT-TEXT          PIC X(14) VALUE SPACES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-OPERATOR-CARD
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM OPEN-RUN-FILES
           IF NOT RUN-ABENDED
               WRITE EDIT-REPORT-RECORD FROM WS-EDIT-REPORT-HEADER
               CLOSE OPERATOR-CARD-FILE
           END-IF.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT RATE-REF-FILE
           IF WS-RATE-REF-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RATEREF, STATUS="
                   WS-RATE-REF-STATUS
               SET RUN-ABENDED TO TRUE
               SET END-OF-FEED-FILE TO TRUE
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

      *    The same checks the posting step makes on the reference:
      *    the halved lookup depends on the ascending currency and
      *    date order, and a rate that is not a positive number would
      *    foot the feed at random, so either fault fails the run.
       STORE-EXCHANGE-RATE.
           EVALUATE TRUE
               WHEN WS-RATE-COUNT > ZEROS
                   AND RTE-CURRENCY-CODE < WS-RATE-CURRENCY
                       (WS-RATE-COUNT)
                   DISPLAY "FATAL: EXCHANGE RATES NOT IN ASCENDING "
                       "ORDER AT " RTE-CURRENCY-CODE " " RTE-RATE-DATE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-FEED-FILE TO TRUE
                   SET END-OF-RATE-REF-FILE TO TRUE
               WHEN WS-RATE-COUNT > ZEROS
                   AND RTE-CURRENCY-CODE = WS-RATE-CURRENCY
                       (WS-RATE-COUNT)
                   AND RTE-RATE-DATE NOT > WS-RATE-DATE
                       (WS-RATE-COUNT)
                   DISPLAY "FATAL: EXCHANGE RATES NOT IN ASCENDING "
                       "ORDER AT " RTE-CURRENCY-CODE " " RTE-RATE-DATE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-FEED-FILE TO TRUE
                   SET END-OF-RATE-REF-FILE TO TRUE
               WHEN RTE-RATE-DATE NOT NUMERIC
                   OR RTE-BASE-RATE NOT NUMERIC
                   OR RTE-BASE-RATE = ZEROS
                   DISPLAY "FATAL: EXCHANGE RATE NOT VALID AT "
                       RTE-CURRENCY-CODE " " RTE-RATE-DATE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-FEED-FILE TO TRUE
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
                   SET END-OF-FEED-FILE TO TRUE
                   SET END-OF-RATE-REF-FILE TO TRUE
           END-EVALUATE.

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

       OPEN-RUN-FILES.
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
                   PERFORM EDIT-FEED-RECORD
           END-READ.

      *    A transmission that opens with anything but a header still
      *    gets an envelope of its own, so the stray records are
      *    reported and refused with it rather than joining a feed
      *    they were not sent in.
       EDIT-FEED-RECORD.
           IF NOT FEED-HEADER-RECORD
               AND NOT FEED-IS-OPEN
               PERFORM OPEN-FEED-ENVELOPE
           END-IF
           EVALUATE TRUE
               WHEN RUN-ABENDED
                   CONTINUE
               WHEN FEED-HEADER-RECORD
                   PERFORM EDIT-HEADER-RECORD
               WHEN FEED-DETAIL-RECORD
                   PERFORM REPORT-EDIT-ERROR
           END-EVALUATE.

      ******************************************************************
      *    Each header starts a new feed envelope: the feed before it
      *    is closed and judged on its own, and every feed in the
      *    transmission must carry the same feed date, the business
      *    date the run is filed under on the run-control master.
      ******************************************************************
       EDIT-HEADER-RECORD.
           IF FEED-IS-OPEN
               PERFORM CLOSE-FEED-ENVELOPE
           END-IF
           PERFORM OPEN-FEED-ENVELOPE
           IF NOT RUN-ABENDED
               SET HEADER-SEEN TO TRUE
               IF FDH-SOURCE-ID = SPACES
                   MOVE WS-DEFAULT-SOURCE TO WS-FEED-SOURCE
               ELSE
                   MOVE FDH-SOURCE-ID TO WS-FEED-SOURCE
               END-IF
               MOVE WS-FEED-COUNT TO EDT-FEED-NUMBER
               MOVE WS-FEED-SOURCE TO EDT-FEED-SOURCE
               MOVE FEED-RECORD-DATA(1:8) TO EDT-FEED-DATE
               WRITE EDIT-REPORT-RECORD FROM WS-EDIT-FEED-LINE
               EVALUATE TRUE
                   WHEN FDH-FEED-DATE NOT NUMERIC
                       OR FDH-FEED-DATE = ZEROS
                       MOVE "MISSING OR INVALID FEED DATE ON HEADER"
                           TO EDT-MESSAGE
                       MOVE ZEROS TO EDT-RECORD-ID
                       PERFORM REPORT-EDIT-ERROR
                   WHEN WS-BUSINESS-DATE NOT = ZEROS
                       AND FDH-FEED-DATE NOT = WS-BUSINESS-DATE
                       MOVE "FEED DATE DIFFERS FROM FIRST FEED OF RUN"
                           TO EDT-MESSAGE
                       MOVE ZEROS TO EDT-RECORD-ID
                       PERFORM REPORT-EDIT-ERROR
                   WHEN OTHER
                       MOVE FDH-FEED-DATE TO WS-FEED-DATE
                       IF WS-BUSINESS-DATE = ZEROS
                           MOVE FDH-FEED-DATE TO WS-BUSINESS-DATE
                           PERFORM READ-RUN-CONTROL
                       END-IF
                       SET FEED-GOES-ON-MASTER TO TRUE
                       PERFORM CHECK-SOURCE-IN-RUN
                       PERFORM CHECK-RUN-CONTROL
               END-EVALUATE
           END-IF.

       OPEN-FEED-ENVELOPE.
           IF WS-FEED-COUNT < WS-FEED-LIMIT
               ADD 1 TO WS-FEED-COUNT
               SET FEED-IS-OPEN TO TRUE
               MOVE "N" TO WS-HEADER-SWITCH
               MOVE "N" TO WS-TRAILER-SWITCH
               MOVE "N" TO WS-FORCED-SWITCH
               MOVE "N" TO WS-ON-MASTER-SWITCH
               MOVE "N" TO WS-CCY-FULL-SWITCH
               MOVE ZEROS TO WS-FEED-ERRORS
               MOVE ZEROS TO WS-DETAIL-COUNT
               MOVE ZEROS TO WS-COMPUTED-HASH
               MOVE ZEROS TO WS-EXPECTED-COUNT
               MOVE ZEROS TO WS-EXPECTED-HASH
               MOVE ZEROS TO WS-LAST-RECORD-ID
               MOVE ZEROS TO WS-FEED-DATE
               MOVE ZEROS TO WS-CCY-COUNT
               MOVE ZEROS TO WS-BASE-HASH
               MOVE ZEROS TO WS-BASE-UNRATED
               MOVE SPACES TO WS-FEED-SOURCE
               COMPUTE WS-FEED-FIRST-BUF = WS-BUF-COUNT + 1
           ELSE
               DISPLAY "FATAL: FEED TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
               SET END-OF-FEED-FILE TO TRUE
           END-IF.

      *    A source may send only one feed per run: a second envelope
      *    under the same id is refused, whatever became of the first.
       CHECK-SOURCE-IN-RUN.
           MOVE "N" TO WS-SOURCE-SEEN-SWITCH
           MOVE 1 TO WS-FEED-SUB
           PERFORM UNTIL SOURCE-SEEN-IN-RUN
               OR WS-FEED-SUB >= WS-FEED-COUNT
               IF WS-FD-SOURCE (WS-FEED-SUB) = WS-FEED-SOURCE
                   SET SOURCE-SEEN-IN-RUN TO TRUE
               ELSE
                   ADD 1 TO WS-FEED-SUB
               END-IF
           END-PERFORM
           IF SOURCE-SEEN-IN-RUN
               MOVE "SOURCE ALREADY SENT EARLIER IN THIS RUN"
                   TO EDT-MESSAGE
               MOVE ZEROS TO EDT-RECORD-ID
               PERFORM REPORT-EDIT-ERROR
           END-IF.

      *    The run-control entry for the date and cycle is read once,
      *    at the first good header, and kept in the record area until
      *    the run's decisions are written back. A date accepted
      *    before sources were tracked came as one feed from the
      *    original source, so its entry is given that source; a
      *    backed-out date starts its source table over.
       READ-RUN-CONTROL.
           MOVE "N" TO WS-RCM-FOUND-SWITCH
           MOVE WS-BUSINESS-DATE TO RCM-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RCM-CYCLE-NUMBER
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RUN-CONTROL-RECORD
                   MOVE WS-BUSINESS-DATE TO RCM-BUSINESS-DATE
                   MOVE WS-CYCLE-NUMBER TO RCM-CYCLE-NUMBER
                   MOVE ZEROS TO RCM-SOURCE-COUNT
               NOT INVALID KEY
                   SET RUN-CONTROL-FOUND TO TRUE
           END-READ
           IF RUN-CONTROL-FOUND
               EVALUATE TRUE
                   WHEN RCM-IS-BACKED-OUT
                       MOVE ZEROS TO RCM-SOURCE-COUNT
                   WHEN RCM-SOURCE-COUNT NOT NUMERIC
                       OR RCM-SOURCE-COUNT = ZEROS
                       MOVE 1 TO RCM-SOURCE-COUNT
                       MOVE WS-DEFAULT-SOURCE TO RCM-SRC-ID (1)
                       SET RCM-SRC-ACCEPTED (1) TO TRUE
                       MOVE RCM-ACCEPTED-DATE TO RCM-SRC-DATE (1)
                       MOVE RCM-ACCEPTED-TIME TO RCM-SRC-TIME (1)
                       MOVE ZEROS TO RCM-SRC-RECORD-COUNT (1)
                       MOVE ZEROS TO RCM-SRC-HASH-TOTAL (1)
                       MOVE RCM-FORCE-FLAG TO RCM-SRC-FORCE-FLAG (1)
               END-EVALUATE
           END-IF.

      *    A source already accepted for the date and cycle means its
      *    feed was processed before; only the explicit force
      *    indicator on the operator card lets it through, and the
      *    override is flagged on the edit report and carried on the
      *    master so the rerun is a deliberate, audited decision. A
      *    source refused before, or not seen before, has nothing on
      *    the day to double and is taken without the indicator, as
      *    is a date and cycle the backout utility has unwound; each
      *    is still noted on the edit report. A new source needs a
      *    free place in the entry's source table after the new
      *    sources of the run's earlier envelopes have taken theirs,
      *    or it could be accepted and never recorded; one refused
      *    for want of room is left off the entry.
       CHECK-RUN-CONTROL.
           PERFORM COUNT-NEW-SOURCES-IN-RUN
           MOVE WS-FEED-SOURCE TO WS-WORK-SOURCE
           PERFORM LOCATE-SOURCE-ON-MASTER
           EVALUATE TRUE
               WHEN NOT RUN-CONTROL-FOUND
                   CONTINUE
               WHEN RCM-IS-BACKED-OUT
                   MOVE "BACKED-OUT DATE ACCEPTED WITHOUT FORCE"
                       TO EDT-MESSAGE
                   MOVE ZEROS TO EDT-RECORD-ID
                   PERFORM REPORT-EDIT-WARNING
               WHEN SOURCE-ON-MASTER
                   AND RCM-SRC-ACCEPTED (WS-RCM-SUB)
                   AND FORCE-RERUN-REQUESTED
                   SET RERUN-WAS-FORCED TO TRUE
                   MOVE "PROCESSED SOURCE RERUN FORCED BY OPERATOR"
                       TO EDT-MESSAGE
                   MOVE ZEROS TO EDT-RECORD-ID
                   PERFORM REPORT-EDIT-WARNING
               WHEN SOURCE-ON-MASTER
                   AND RCM-SRC-ACCEPTED (WS-RCM-SUB)
                   MOVE "SOURCE ALREADY ACCEPTED FOR DATE AND CYCLE"
                       TO EDT-MESSAGE
                   MOVE ZEROS TO EDT-RECORD-ID
                   PERFORM REPORT-EDIT-ERROR
               WHEN SOURCE-ON-MASTER
                   MOVE "REFUSED SOURCE RESENT FOR DATE AND CYCLE"
                       TO EDT-MESSAGE
                   MOVE ZEROS TO EDT-RECORD-ID
                   PERFORM REPORT-EDIT-WARNING
               WHEN NOT SOURCE-SEEN-IN-RUN
                   AND RCM-SOURCE-COUNT + WS-NEW-SOURCE-COUNT
                       >= WS-RCM-SOURCE-LIMIT
                   MOVE "NO ROOM FOR SOURCE ON RUN-CONTROL MASTER"
                       TO EDT-MESSAGE
                   MOVE ZEROS TO EDT-RECORD-ID
                   PERFORM REPORT-EDIT-ERROR
                   MOVE "N" TO WS-ON-MASTER-SWITCH
               WHEN OTHER
                   MOVE "NEW SOURCE FOR DATE ALREADY ON MASTER"
                       TO EDT-MESSAGE
                   MOVE ZEROS TO EDT-RECORD-ID
                   PERFORM REPORT-EDIT-WARNING
           END-EVALUATE.

       COUNT-NEW-SOURCES-IN-RUN.
           MOVE ZEROS TO WS-NEW-SOURCE-COUNT
           PERFORM COUNT-ONE-NEW-SOURCE
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB >= WS-FEED-COUNT.

       COUNT-ONE-NEW-SOURCE.
           IF WS-FD-ON-MASTER (WS-FEED-SUB) = "Y"
               MOVE WS-FD-SOURCE (WS-FEED-SUB) TO WS-WORK-SOURCE
               PERFORM LOCATE-SOURCE-ON-MASTER
               MOVE "N" TO WS-EARLIER-SOURCE-SWITCH
               MOVE 1 TO WS-SCAN-SUB
               PERFORM UNTIL SOURCE-EARLIER-IN-RUN
                   OR WS-SCAN-SUB >= WS-FEED-SUB
                   IF WS-FD-SOURCE (WS-SCAN-SUB) = WS-WORK-SOURCE
                       AND WS-FD-ON-MASTER (WS-SCAN-SUB) = "Y"
                       SET SOURCE-EARLIER-IN-RUN TO TRUE
                   ELSE
                       ADD 1 TO WS-SCAN-SUB
                   END-IF
               END-PERFORM
               IF NOT SOURCE-ON-MASTER
                   AND NOT SOURCE-EARLIER-IN-RUN
                   ADD 1 TO WS-NEW-SOURCE-COUNT
               END-IF
           END-IF.

       LOCATE-SOURCE-ON-MASTER.
           MOVE "N" TO WS-RCM-SRC-FOUND-SWITCH
           MOVE 1 TO WS-RCM-SUB
           PERFORM UNTIL SOURCE-ON-MASTER
               OR WS-RCM-SUB > RCM-SOURCE-COUNT
               IF RCM-SRC-ID (WS-RCM-SUB) = WS-WORK-SOURCE
                   SET SOURCE-ON-MASTER TO TRUE
               ELSE
                   ADD 1 TO WS-RCM-SUB
               END-IF
           END-PERFORM.

       EDIT-DETAIL-RECORD.
           IF NOT HEADER-SEEN
               MOVE "DETAIL RECORD BEFORE FEED HEADER" TO EDT-MESSAGE
           IF FDD-AMOUNT-1 NUMERIC AND FDD-AMOUNT-2 NUMERIC
               ADD FDD-AMOUNT-1 TO WS-COMPUTED-HASH
               ADD FDD-AMOUNT-2 TO WS-COMPUTED-HASH
               PERFORM TALLY-CURRENCY-HASH
           ELSE
               MOVE "NON-NUMERIC AMOUNT LEFT FOR DOWNSTREAM EDIT"
                   TO EDT-MESSAGE
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           PERFORM HOLD-CLEAN-TRANSACTION.

       EDIT-TRAILER-RECORD.
           IF TRAILER-SEEN
               END-IF
           END-IF.

       TALLY-CURRENCY-HASH.
           IF FDD-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-WORK-CURRENCY
           ELSE
               MOVE FDD-CURRENCY-CODE TO WS-WORK-CURRENCY
           END-IF
           PERFORM LOCATE-CURRENCY-ENTRY
           IF CURRENCY-ENTRY-FOUND
               ADD 1 TO WS-CCY-DETAILS (WS-CCY-SUB)
               ADD FDD-AMOUNT-1 TO WS-CCY-HASH (WS-CCY-SUB)
               ADD FDD-AMOUNT-2 TO WS-CCY-HASH (WS-CCY-SUB)
           END-IF
           PERFORM TALLY-BASE-EQUIVALENT.

      *    Base-currency details count at face value; any other is
      *    converted only at a rate dated on its own transaction
      *    date, as the posting step does.
       TALLY-BASE-EQUIVALENT.
           MOVE ZEROS TO WS-DETAIL-BASE-HASH
           MOVE "N" TO WS-RATE-FOUND-SWITCH
           IF WS-WORK-CURRENCY = WS-BASE-CURRENCY
               COMPUTE WS-DETAIL-BASE-HASH =
                       FDD-AMOUNT-1 + FDD-AMOUNT-2
               SET EXCHANGE-RATE-FOUND TO TRUE
           ELSE
               IF FDD-TRAN-DATE NUMERIC
                   MOVE WS-WORK-CURRENCY TO WS-RATE-LOOKUP-CURRENCY
                   MOVE FDD-TRAN-DATE TO WS-RATE-LOOKUP-DATE
                   PERFORM LOCATE-EXCHANGE-RATE
               END-IF
               IF EXCHANGE-RATE-FOUND
                   COMPUTE WS-DETAIL-BASE-HASH ROUNDED =
                           (FDD-AMOUNT-1 + FDD-AMOUNT-2)
                           * WS-RATE-VALUE (WS-RATE-SUB)
               END-IF
           END-IF
           IF EXCHANGE-RATE-FOUND
               ADD WS-DETAIL-BASE-HASH TO WS-BASE-HASH
           ELSE
               ADD 1 TO WS-BASE-UNRATED
           END-IF
           IF CURRENCY-ENTRY-FOUND
               IF EXCHANGE-RATE-FOUND
                   ADD WS-DETAIL-BASE-HASH
                       TO WS-CCY-BASE-HASH (WS-CCY-SUB)
               ELSE
                   ADD 1 TO WS-CCY-UNRATED (WS-CCY-SUB)
               END-IF
           END-IF.

      *    The breakdown is information only: a feed with more
      *    currencies than the table holds is warned about once and
      *    edited on its envelope as usual.
       LOCATE-CURRENCY-ENTRY.
           MOVE "N" TO WS-CCY-FOUND-SWITCH
           MOVE 1 TO WS-CCY-SUB
           PERFORM UNTIL CURRENCY-ENTRY-FOUND
               OR WS-CCY-SUB > WS-CCY-COUNT
               IF WS-CCY-CODE (WS-CCY-SUB) = WS-WORK-CURRENCY
                   SET CURRENCY-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CCY-SUB
               END-IF
           END-PERFORM
           IF NOT CURRENCY-ENTRY-FOUND
               IF WS-CCY-COUNT < WS-CCY-LIMIT
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-SUB
                   MOVE WS-WORK-CURRENCY TO WS-CCY-CODE (WS-CCY-SUB)
                   MOVE ZEROS TO WS-CCY-DETAILS (WS-CCY-SUB)
                   MOVE ZEROS TO WS-CCY-HASH (WS-CCY-SUB)
                   MOVE ZEROS TO WS-CCY-BASE-HASH (WS-CCY-SUB)
                   MOVE ZEROS TO WS-CCY-UNRATED (WS-CCY-SUB)
                   SET CURRENCY-ENTRY-FOUND TO TRUE
               ELSE
                   IF NOT CURRENCY-TABLE-FULL
                       SET CURRENCY-TABLE-FULL TO TRUE
                       MOVE "TOO MANY CURRENCIES FOR HASH BREAKDOWN"
                           TO EDT-MESSAGE
                       MOVE FDD-RECORD-ID TO EDT-RECORD-ID
                       PERFORM REPORT-EDIT-WARNING
                   END-IF
               END-IF
           END-IF.

       HOLD-CLEAN-TRANSACTION.
           IF WS-BUF-COUNT < WS-BUF-LIMIT
               ADD 1 TO WS-BUF-COUNT
               MOVE SPACES TO TRAN-RECORD
               MOVE FEED-RECORD-DATA(1:36) TO TRAN-RECORD(1:36)
               MOVE FDD-CURRENCY-CODE TO TRAN-CURRENCY-CODE
               MOVE WS-FEED-SOURCE TO TRAN-SOURCE-ID
               MOVE TRAN-RECORD TO WS-BUF-RECORD (WS-BUF-COUNT)
           ELSE
               DISPLAY "FATAL: FEED DETAIL TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
               SET END-OF-FEED-FILE TO TRUE
           END-IF.

       REPORT-EDIT-ERROR.
           MOVE "ERROR:   " TO EDT-TAG
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-DETAIL-LINE
           ADD 1 TO WS-FEED-ERRORS
           ADD 1 TO WS-ERROR-COUNT.

       REPORT-EDIT-WARNING.
           MOVE "WARNING: " TO EDT-TAG
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-DETAIL-LINE.

      ******************************************************************
      *    A feed is judged on its own envelope once its last record
      *    has been read: any edit error refuses that feed alone, and
      *    its details are dropped from the merge table. The other
      *    feeds in the transmission go ahead.
      ******************************************************************
       CLOSE-FEED-ENVELOPE.
           PERFORM EDIT-FEED-ENVELOPE

           MOVE WS-DETAIL-COUNT TO EDT-DETAIL-COUNT
           MOVE WS-COMPUTED-HASH TO EDT-COMPUTED-HASH
           MOVE WS-EXPECTED-HASH TO EDT-EXPECTED-HASH
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-HASH-LINE
           PERFORM WRITE-CURRENCY-LINE
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
           MOVE WS-BASE-HASH TO EDT-BASE-TOTAL-HASH
           MOVE WS-BASE-UNRATED TO EDT-BASE-TOTAL-UNRATED
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-BASE-TOTAL-LINE

           MOVE WS-FEED-SOURCE TO WS-FD-SOURCE (WS-FEED-COUNT)
           MOVE WS-ON-MASTER-SWITCH TO WS-FD-ON-MASTER (WS-FEED-COUNT)
           MOVE WS-FORCED-SWITCH TO WS-FD-FORCED (WS-FEED-COUNT)
           MOVE WS-DETAIL-COUNT TO WS-FD-DETAILS (WS-FEED-COUNT)
           MOVE WS-COMPUTED-HASH TO WS-FD-HASH (WS-FEED-COUNT)
           IF WS-FEED-ERRORS = ZEROS
               MOVE "A" TO WS-FD-STATUS (WS-FEED-COUNT)
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD WS-COMPUTED-HASH TO WS-ACCEPTED-HASH
               IF RERUN-WAS-FORCED
                   SET ANY-RERUN-FORCED TO TRUE
               END-IF
               MOVE "FEED ACCEPTED" TO EDT-FEED-RESULT-TEXT
           ELSE
               MOVE "R" TO WS-FD-STATUS (WS-FEED-COUNT)
               ADD 1 TO WS-REFUSED-COUNT
               COMPUTE WS-BUF-COUNT = WS-FEED-FIRST-BUF - 1
               MOVE "FEED REFUSED" TO EDT-FEED-RESULT-TEXT
           END-IF
           MOVE WS-FEED-FIRST-BUF TO WS-FD-FIRST-BUF (WS-FEED-COUNT)
           MOVE WS-FEED-FIRST-BUF TO WS-FD-NEXT-BUF (WS-FEED-COUNT)
           MOVE WS-BUF-COUNT TO WS-FD-LAST-BUF (WS-FEED-COUNT)
           MOVE WS-FEED-SOURCE TO EDT-RESULT-SOURCE
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-FEED-RESULT-LINE
           MOVE "N" TO WS-FEED-OPEN-SWITCH.

       TERMINATION.
      *    An empty transmission is still edited as one feed, so it
      *    is refused with its missing header and trailer reported.
           IF NOT RUN-ABENDED
               IF NOT FEED-IS-OPEN
                   AND WS-FEED-COUNT = ZEROS
                   PERFORM OPEN-FEED-ENVELOPE
               END-IF
               IF FEED-IS-OPEN
                   PERFORM CLOSE-FEED-ENVELOPE
               END-IF
           END-IF

           IF WS-ACCEPTED-COUNT > ZEROS AND NOT RUN-ABENDED
               PERFORM MERGE-ACCEPTED-FEEDS
           END-IF

           MOVE WS-FEED-COUNT TO EDT-FEEDS-READ
           MOVE WS-ACCEPTED-COUNT TO EDT-FEEDS-ACCEPTED
           MOVE WS-REFUSED-COUNT TO EDT-FEEDS-REFUSED
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-RUN-LINE
           MOVE WS-MERGED-COUNT TO EDT-MERGED-COUNT
           MOVE WS-ACCEPTED-HASH TO EDT-MERGED-HASH
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-MERGE-LINE

           EVALUATE TRUE
               WHEN RUN-ABENDED
                   OR WS-ACCEPTED-COUNT = ZEROS
                   MOVE "FEED REJECTED" TO EDT-RESULT-TEXT
               WHEN WS-REFUSED-COUNT > ZEROS
                   MOVE "PART ACCEPTED" TO EDT-RESULT-TEXT
               WHEN OTHER
                   MOVE "FEED ACCEPTED" TO EDT-RESULT-TEXT
           END-EVALUATE
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-RESULT-LINE

           IF NOT RUN-ABENDED
               PERFORM RECORD-FEED-ACCEPTANCE
           END-IF


           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Feeds read:        " WS-FEED-COUNT
           DISPLAY "Feeds refused:     " WS-REFUSED-COUNT
           DISPLAY "Details written:   " WS-MERGED-COUNT
           DISPLAY "Feed edit errors:  " WS-ERROR-COUNT

      *    A refused feed leaves the accepted ones to run on with
      *    RC=4, so the refused source can resend later in the cycle;
      *    only a run with nothing accepted stops the job.
           EVALUATE TRUE
               WHEN RUN-ABENDED
                   OR WS-ACCEPTED-COUNT = ZEROS
                   DISPLAY "Feed rejected - downstream steps must "
                       "not run"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > ZEROS
                   DISPLAY "Feed partly accepted - refused sources "
                       "must resend"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Feed accepted"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       WRITE-CURRENCY-LINE.
           MOVE WS-CCY-CODE (WS-CCY-SUB) TO EDT-CURRENCY-CODE
           IF WS-CCY-CODE (WS-CCY-SUB) = WS-BASE-CURRENCY
               MOVE "BASE" TO EDT-CURRENCY-BASE
           ELSE
               MOVE SPACES TO EDT-CURRENCY-BASE
           END-IF
           MOVE WS-CCY-DETAILS (WS-CCY-SUB) TO EDT-CURRENCY-DETAILS
           MOVE WS-CCY-HASH (WS-CCY-SUB) TO EDT-CURRENCY-HASH
           WRITE EDIT-REPORT-RECORD FROM WS-EDIT-CURRENCY-LINE
           IF WS-CCY-CODE (WS-CCY-SUB) NOT = WS-BASE-CURRENCY
               MOVE WS-CCY-BASE-HASH (WS-CCY-SUB) TO EDT-CONVERTED-HASH
               MOVE WS-CCY-UNRATED (WS-CCY-SUB)
                   TO EDT-CONVERTED-UNRATED
               WRITE EDIT-REPORT-RECORD FROM WS-EDIT-CONVERTED-LINE
           END-IF.

      ******************************************************************
      *    Each accepted feed's details are already ascending, so the
      *    merge repeatedly takes the lowest record id at the head of
      *    any feed, the earlier feed first on a tie. Two sources
      *    sending the same record id both go through - the posting
      *    step's duplicate check decides between them - but the
      *    collision is flagged here for the sources to sort out.
      ******************************************************************
       MERGE-ACCEPTED-FEEDS.
           MOVE "N" TO WS-MERGE-SWITCH
           PERFORM WRITE-NEXT-MERGED-DETAIL
               UNTIL MERGE-COMPLETE.

       WRITE-NEXT-MERGED-DETAIL.
           MOVE ZEROS TO WS-MERGE-FEED
           PERFORM FIND-LOWEST-FEED-HEAD
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
           IF WS-MERGE-FEED = ZEROS
               SET MERGE-COMPLETE TO TRUE
           ELSE
               MOVE WS-FD-NEXT-BUF (WS-MERGE-FEED) TO WS-BUF-SUB
               IF WS-MERGED-COUNT > ZEROS
                   AND WS-BUF-RECORD-ID (WS-BUF-SUB) = WS-MERGE-LAST-ID
                   MOVE "RECORD ID ALSO SENT BY ANOTHER SOURCE"
                       TO EDT-MESSAGE
                   MOVE WS-MERGE-LAST-ID TO EDT-RECORD-ID
                   PERFORM REPORT-EDIT-WARNING
               END-IF
               MOVE WS-BUF-RECORD (WS-BUF-SUB) TO TRAN-RECORD
               WRITE TRAN-RECORD
               ADD 1 TO WS-MERGED-COUNT
               MOVE WS-BUF-RECORD-ID (WS-BUF-SUB) TO WS-MERGE-LAST-ID
               ADD 1 TO WS-FD-NEXT-BUF (WS-MERGE-FEED)
           END-IF.

       FIND-LOWEST-FEED-HEAD.
           IF WS-FD-STATUS (WS-FEED-SUB) = "A"
               AND WS-FD-NEXT-BUF (WS-FEED-SUB)
                   NOT > WS-FD-LAST-BUF (WS-FEED-SUB)
               MOVE WS-FD-NEXT-BUF (WS-FEED-SUB) TO WS-BUF-SUB
               IF WS-MERGE-FEED = ZEROS
                   OR WS-BUF-RECORD-ID (WS-BUF-SUB) < WS-MERGE-LOW-ID
                   MOVE WS-FEED-SUB TO WS-MERGE-FEED
                   MOVE WS-BUF-RECORD-ID (WS-BUF-SUB)
                       TO WS-MERGE-LOW-ID
               END-IF
           END-IF.

      ******************************************************************
      *    Each source's decision is kept on the date and cycle's
      *    run-control entry. A feed refused here never overwrites an
      *    earlier acceptance of the same source. The day-level
      *    stamps change only when a feed was accepted: any accepted
      *    feed - a forced rerun or a late source - starts the date's
      *    lifecycle over, clearing the posted, closed and subledger
      *    stamps so the downstream steps must earn them again. A run
      *    with nothing accepted records its refusals on an entry
      *    already on the master and creates none.
      ******************************************************************
       RECORD-FEED-ACCEPTANCE.
           IF WS-BUSINESS-DATE NOT = ZEROS
               AND (RUN-CONTROL-FOUND OR WS-ACCEPTED-COUNT > ZEROS)
               PERFORM RECORD-SOURCE-RESULT
                   VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
               IF WS-ACCEPTED-COUNT > ZEROS
                   SET RCM-IS-ACCEPTED TO TRUE
                   MOVE WS-RUN-DATE TO RCM-ACCEPTED-DATE
                   MOVE WS-RUN-TIME TO RCM-ACCEPTED-TIME
                   MOVE ZEROS TO RCM-POSTED-DATE
                   MOVE ZEROS TO RCM-CLOSED-DATE
                   MOVE ZEROS TO RCM-BACKOUT-DATE
                   MOVE ZEROS TO RCM-SUBLEDGER-DATE
                   IF ANY-RERUN-FORCED
                       MOVE "Y" TO RCM-FORCE-FLAG
                   ELSE
                       MOVE "N" TO RCM-FORCE-FLAG
                   END-IF
               END-IF
               IF RUN-CONTROL-FOUND
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: RUN-CONTROL REWRITE "
                               "FAILED, STATUS=" WS-RUN-CONTROL-STATUS
                   END-REWRITE
               ELSE
                   WRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: RUN-CONTROL WRITE "
                               "FAILED, STATUS=" WS-RUN-CONTROL-STATUS
                   END-WRITE
               END-IF
           END-IF.

       RECORD-SOURCE-RESULT.
           IF WS-FD-ON-MASTER (WS-FEED-SUB) = "Y"
               MOVE WS-FD-SOURCE (WS-FEED-SUB) TO WS-WORK-SOURCE
               PERFORM LOCATE-SOURCE-ON-MASTER
               IF NOT SOURCE-ON-MASTER
                   AND RCM-SOURCE-COUNT < WS-RCM-SOURCE-LIMIT
                   ADD 1 TO RCM-SOURCE-COUNT
                   MOVE RCM-SOURCE-COUNT TO WS-RCM-SUB
                   MOVE WS-WORK-SOURCE TO RCM-SRC-ID (WS-RCM-SUB)
                   MOVE SPACES TO RCM-SRC-STATUS (WS-RCM-SUB)
                   SET SOURCE-ON-MASTER TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN NOT SOURCE-ON-MASTER
                       DISPLAY "FATAL: NO ROOM TO RECORD SOURCE "
                           WS-WORK-SOURCE " ON RUN-CONTROL MASTER"
                       SET RUN-ABENDED TO TRUE
                   WHEN WS-FD-STATUS (WS-FEED-SUB) = "A"
                       SET RCM-SRC-ACCEPTED (WS-RCM-SUB) TO TRUE
                       PERFORM STAMP-SOURCE-ENTRY
                       IF WS-FD-FORCED (WS-FEED-SUB) = "Y"
                           MOVE "Y" TO RCM-SRC-FORCE-FLAG (WS-RCM-SUB)
                       END-IF
                   WHEN NOT RCM-SRC-ACCEPTED (WS-RCM-SUB)
                       SET RCM-SRC-REFUSED (WS-RCM-SUB) TO TRUE
                       PERFORM STAMP-SOURCE-ENTRY
               END-EVALUATE
           END-IF.

       STAMP-SOURCE-ENTRY.
           MOVE WS-RUN-DATE TO RCM-SRC-DATE (WS-RCM-SUB)
           MOVE WS-RUN-TIME TO RCM-SRC-TIME (WS-RCM-SUB)
           MOVE WS-FD-DETAILS (WS-FEED-SUB)
               TO RCM-SRC-RECORD-COUNT (WS-RCM-SUB)
           MOVE WS-FD-HASH (WS-FEED-SUB)
               TO RCM-SRC-HASH-TOTAL (WS-RCM-SUB)
           MOVE "N" TO RCM-SRC-FORCE-FLAG (WS-RCM-SUB).

       EDIT-FEED-ENVELOPE.
           IF NOT HEADER-SEEN
               MOVE "FEED HEADER RECORD MISSING" TO EDT-MESSAGE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "GATEKEEPER" TO AUD-PROGRAM-ID
           MOVE "TRANFEED" TO AUD-INPUT-FILE-NAME
           MOVE WS-MERGED-COUNT TO AUD-RECORDS-PROCESSED
           MOVE WS-ERROR-COUNT TO AUD-REJECT-COUNT
           MOVE WS-ACCEPTED-HASH TO AUD-CONTROL-TOTAL
           MOVE WS-CYCLE-NUMBER TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

