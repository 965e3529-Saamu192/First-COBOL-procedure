      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Transaction lineage trace inquiry. For one record id
      *          and transaction date, or every transaction of a
      *          department dated within a range, from the LTRSELCT
      *          selection card, search the raw feed, the duplicate
      *          suspect generations, the hold-status master, the
      *          reject file generations, the reject-status master,
      *          the posted master, the daily and backout GL extract
      *          generations and the ledger acknowledgment feed, and
      *          print each matching transaction's whole lifecycle in
      *          one place: when it was received and under which
      *          cycle, any duplicate suspicion, each hold and its
      *          release or decline, every reject with its reason
      *          code, the workbench resubmit or write-off, the posted
      *          result and status, any later reversal or adjustment
      *          with the result it replaced, whether the GL extract
      *          carried it, any cycle backout that took it out
      *          again, and whether the ledger acknowledged it. The
      *          inquiry is logged on the audit log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINTRACE-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECT-CARD-FILE
               ASSIGN TO "LTRSELCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELECT-CARD-STATUS.

           SELECT FEED-FILE
               ASSIGN TO "TRANFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCM-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT DUPLICATE-FILE
               ASSIGN TO "DUPSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-FILE-STATUS.

           SELECT HOLD-STATUS-FILE
               ASSIGN TO "HOLDSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT REJECT-STATUS-FILE
               ASSIGN TO "REJSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS-STATUS.

           SELECT POSTED-FILE
               ASSIGN TO "PSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTED-FILE-STATUS.

           SELECT GL-FILE
               ASSIGN TO "GLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT ACK-FILE
               ASSIGN TO "GLACKFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT TRACE-REPORT-FILE
               ASSIGN TO "LTRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRACE-REPORT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SELECT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY LTRSELCD.

       FD  FEED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY TRANFEED.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNCTL.

       FD  DUPLICATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY DUPSUSP.

       FD  HOLD-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY HOLDREC.

       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY REJREC.

       FD  REJECT-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY RSTATREC.

       FD  POSTED-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PSTMAST.

       FD  GL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY GLPOST.

       FD  ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY GLACKREC.

       FD  TRACE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  TRACE-REPORT-RECORD         PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 WS-SELECT-CARD-STATUS        PIC X(02) VALUE "00".
       77 WS-FEED-FILE-STATUS          PIC X(02) VALUE "00".
       77 WS-RUN-CONTROL-STATUS        PIC X(02) VALUE "00".
       77 WS-DUPLICATE-FILE-STATUS     PIC X(02) VALUE "00".
       77 WS-HOLD-STATUS-STATUS        PIC X(02) VALUE "00".
       77 WS-REJECT-FILE-STATUS        PIC X(02) VALUE "00".
       77 WS-REJECT-STATUS-STATUS      PIC X(02) VALUE "00".
       77 WS-POSTED-FILE-STATUS        PIC X(02) VALUE "00".
       77 WS-GL-FILE-STATUS            PIC X(02) VALUE "00".
       77 WS-ACK-FILE-STATUS           PIC X(02) VALUE "00".
       77 WS-TRACE-REPORT-STATUS       PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".

       77 WS-EOF-SWITCH                PIC X(01) VALUE "N".
           88 END-OF-INPUT-FILE                 VALUE "Y".
       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-WARNING-SWITCH            PIC X(01) VALUE "N".
           88 RUN-HAS-WARNINGS                  VALUE "Y".
       77 WS-SELECT-MODE               PIC X(01) VALUE SPACES.
           88 TRACE-BY-RECORD                   VALUE "R".
           88 TRACE-BY-RANGE                    VALUE "D".
       77 WS-KEY-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 KEY-ENTRY-FOUND                   VALUE "Y".
       77 WS-KEY-SELECTED-SWITCH       PIC X(01) VALUE "N".
           88 KEY-IS-SELECTED                   VALUE "Y".
       77 WS-RUNCTL-OPEN-SWITCH        PIC X(01) VALUE "N".
           88 RUN-CONTROL-IS-OPEN               VALUE "Y".
       77 WS-CYCLE-MATCH-SWITCH        PIC X(01) VALUE "N".
           88 FEED-CYCLE-MATCHED                VALUE "Y".

       77 WS-SELECT-RECORD-ID          PIC 9(06) VALUE ZEROS.
       77 WS-SELECT-TRAN-DATE          PIC 9(08) VALUE ZEROS.
       77 WS-SELECT-DEPT               PIC X(03) VALUE SPACES.
       77 WS-FROM-DATE                 PIC 9(08) VALUE ZEROS.
       77 WS-TO-DATE                   PIC 9(08) VALUE ZEROS.

      *    The candidate a record from any of the searched files
      *    offers for selection.
       77 WS-CAND-RECORD-ID            PIC 9(06) VALUE ZEROS.
       77 WS-CAND-TRAN-DATE            PIC 9(08) VALUE ZEROS.
       77 WS-CAND-DEPT                 PIC X(03) VALUE SPACES.

      *    A blank source id on a feed header is the original
      *    source's.
       77 WS-DEFAULT-SOURCE            PIC X(03) VALUE "001".

      *    The feed envelope being read: its header date and source,
      *    its trailer count, and the first event it added, so the
      *    cycle the run-control master recorded for it can be
      *    stamped on its events once the trailer has been seen.
       77 WS-FEED-DATE                 PIC 9(08) VALUE ZEROS.
       77 WS-FEED-SOURCE               PIC X(03) VALUE SPACES.
       77 WS-FEED-TRAILER-COUNT        PIC 9(08) VALUE ZEROS.
       77 WS-FEED-FIRST-EVENT          PIC 9(04) VALUE 1.
       77 WS-FEED-CYCLE                PIC X(01) VALUE SPACES.
       77 WS-FEED-STATUS-TEXT          PIC X(13) VALUE SPACES.
       77 WS-TRY-CYCLE                 PIC 9(02) VALUE ZEROS.
       77 WS-CYCLE-LIMIT               PIC 9(02) VALUE 9.
       77 WS-RCM-SUB                   PIC 9(02) VALUE ZEROS.

      *    The GL extract generation being read; operation code B
      *    marks a cycle backout's offsetting extract.
       77 WS-GL-RUN-DATE               PIC 9(08) VALUE ZEROS.
       77 WS-GL-CYCLE                  PIC X(01) VALUE SPACES.
       77 WS-GL-OPERATION-CODE         PIC X(01) VALUE SPACES.
           88 GL-IS-BACKOUT                     VALUE "B".

       77 WS-KEY-SUB                   PIC 9(03) VALUE ZEROS.
       77 WS-KEY-COUNT                 PIC 9(03) VALUE ZEROS.
       77 WS-KEY-LIMIT                 PIC 9(03) VALUE 500.
       77 WS-EVT-SUB                   PIC 9(04) VALUE ZEROS.
       77 WS-EVT-COUNT                 PIC 9(04) VALUE ZEROS.
       77 WS-EVT-LIMIT                 PIC 9(04) VALUE 3000.

       77 WS-READ-COUNT                PIC 9(08) VALUE ZEROS.
       77 WS-EDIT-AMOUNT               PIC ZZZZZZ9.99.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

      *    One entry per transaction traced, in the order first met.
      *    The post status is the posted master's, space when the
      *    transaction never posted.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 500 TIMES.
               10 WS-KEY-RECORD-ID     PIC 9(06).
               10 WS-KEY-TRAN-DATE     PIC 9(08).
               10 WS-KEY-DEPT          PIC X(03).
               10 WS-KEY-POST-STATUS   PIC X(01).
               10 WS-KEY-GL-FLAG       PIC X(01).
               10 WS-KEY-ACK-FLAG      PIC X(01).

      *    Every lifecycle event found, in the order the files are
      *    searched - feed, duplicate suspects, holds, rejects,
      *    workbench, posted master, GL extract, backout extract,
      *    acknowledgment - which is the order a transaction lives
      *    through them.
       01 WS-EVT-TABLE.
           05 WS-EVT-ENTRY OCCURS 3000 TIMES.
               10 WS-EVT-KEY-SUB       PIC 9(03).
               10 WS-EVT-NAME          PIC X(10).
               10 WS-EVT-DATE          PIC X(08).
               10 WS-EVT-CYCLE         PIC X(01).
               10 WS-EVT-TEXT          PIC X(55).

       01 WS-NEW-EVENT.
           05 WS-NEW-EVT-NAME          PIC X(10).
           05 WS-NEW-EVT-DATE          PIC X(08).
           05 WS-NEW-EVT-CYCLE         PIC X(01).
           05 WS-NEW-EVT-TEXT          PIC X(55).

      *    Event text layouts, one per kind of event.
       01 WS-RECEIVED-TEXT.
           05 FILLER                   PIC X(04) VALUE "SRC ".
           05 TRX-SOURCE               PIC X(03).
           05 FILLER                   PIC X(05) VALUE " TYP ".
           05 TRX-TYPE                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TRX-AMOUNT-1             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TRX-AMOUNT-2             PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TRX-CURRENCY             PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TRX-FEED-STATUS          PIC X(13).
           05 FILLER                   PIC X(02) VALUE SPACES.

       01 WS-REJECT-TEXT.
           05 FILLER                   PIC X(07) VALUE "REASON ".
           05 TRJ-REASON-CODE          PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TRJ-REASON-TEXT          PIC X(40).
           05 FILLER                   PIC X(03) VALUE SPACES.

       01 WS-DUPLICATE-TEXT.
           05 FILLER                   PIC X(08) VALUE "MATCHES ".
           05 TDP-MATCH-RECORD-ID      PIC 9(06).
           05 FILLER                   PIC X(07) VALUE " DATED ".
           05 TDP-MATCH-TRAN-DATE      PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TDP-MATCH-SOURCE         PIC X(17).
           05 FILLER                   PIC X(08) VALUE SPACES.

       01 WS-HOLD-TEXT.
           05 FILLER                   PIC X(07) VALUE "REASON ".
           05 THL-REASON-CODE          PIC X(04).
           05 FILLER                   PIC X(08) VALUE " RESULT ".
           05 THL-RESULT               PIC Z(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 THL-STATUS-TEXT          PIC X(18).

       01 WS-POSTED-TEXT.
           05 FILLER                   PIC X(07) VALUE "RESULT ".
           05 TPS-RESULT               PIC Z(13)9.99.
           05 FILLER                   PIC X(08) VALUE " STATUS ".
           05 TPS-STATUS               PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TPS-STATUS-TEXT          PIC X(09).
           05 FILLER                   PIC X(12) VALUE SPACES.

       01 WS-CHANGE-TEXT.
           05 FILLER                   PIC X(13) VALUE
               "PRIOR RESULT ".
           05 TCH-PRIOR-RESULT         PIC Z(13)9.99.
           05 FILLER                   PIC X(05) VALUE " NOW ".
           05 TCH-RESULT               PIC Z(13)9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.

       01 WS-GL-TEXT.
           05 FILLER                   PIC X(05) VALUE "TYPE ".
           05 TGL-TYPE                 PIC X(01).
           05 FILLER                   PIC X(08) VALUE " RESULT ".
           05 TGL-RESULT               PIC Z(13)9.99.
           05 FILLER                   PIC X(07) VALUE " PRIOR ".
           05 TGL-PRIOR-RESULT         PIC Z(13)9.99.

       01 WS-TRACE-HEADER.
           05 FILLER                   PIC X(33) VALUE
               "TRANSACTION LINEAGE TRACE REPORT".
           05 FILLER                   PIC X(47) VALUE SPACES.

       01 WS-RECORD-SELECTION-LINE.
           05 FILLER                   PIC X(08) VALUE "RECORD: ".
           05 SEL-RECORD-ID            PIC 9(06).
           05 FILLER                   PIC X(12) VALUE
               " TRAN DATE: ".
           05 SEL-TRAN-DATE            PIC 9(08).
           05 FILLER                   PIC X(46) VALUE SPACES.

       01 WS-RANGE-SELECTION-LINE.
           05 FILLER                   PIC X(06) VALUE "DEPT: ".
           05 SEL-DEPT                 PIC X(03).
           05 FILLER                   PIC X(12) VALUE
               " TRAN FROM: ".
           05 SEL-FROM-DATE            PIC 9(08).
           05 FILLER                   PIC X(05) VALUE " TO: ".
           05 SEL-TO-DATE              PIC 9(08).
           05 FILLER                   PIC X(38) VALUE SPACES.

       01 WS-NOT-SEARCHED-LINE.
           05 FILLER                   PIC X(14) VALUE
               "NOT SEARCHED: ".
           05 NSR-FILE-NAME            PIC X(08).
           05 FILLER                   PIC X(08) VALUE " STATUS=".
           05 NSR-FILE-STATUS          PIC X(02).
           05 FILLER                   PIC X(48) VALUE SPACES.

       01 WS-TRACE-KEY-LINE.
           05 FILLER                   PIC X(07) VALUE "RECORD ".
           05 TKY-RECORD-ID            PIC 9(06).
           05 FILLER                   PIC X(11) VALUE " TRAN DATE ".
           05 TKY-TRAN-DATE            PIC 9(08).
           05 FILLER                   PIC X(06) VALUE " DEPT ".
           05 TKY-DEPT                 PIC X(03).
           05 FILLER                   PIC X(39) VALUE SPACES.

       01 WS-TRACE-EVENT-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 TEV-NAME                 PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TEV-DATE                 PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TEV-CYCLE-TAG            PIC X(01).
           05 TEV-CYCLE                PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 TEV-TEXT                 PIC X(55).

       01 WS-TRACE-STATUS-LINE.
           05 FILLER                   PIC X(10) VALUE "  POSTED: ".
           05 TST-POSTED               PIC X(09).
           05 FILLER                   PIC X(14) VALUE
               "  GL EXTRACT: ".
           05 TST-GL                   PIC X(11).
           05 FILLER                   PIC X(10) VALUE "  LEDGER: ".
           05 TST-LEDGER               PIC X(16).
           05 FILLER                   PIC X(10) VALUE SPACES.

       01 WS-TRACE-COUNT-LINE.
           05 FILLER                   PIC X(21) VALUE
               "TRANSACTIONS TRACED: ".
           05 TCT-KEY-COUNT            PIC ZZ9.
           05 FILLER                   PIC X(16) VALUE
               "  RECORDS READ: ".
           05 TCT-READ-COUNT           PIC ZZZZZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-BLANK-LINE                PIC X(80) VALUE SPACES.

      *    The selection as logged on the audit line.
       01 WS-AUDIT-RECORD-NAME.
           05 FILLER                   PIC X(03) VALUE "ID ".
           05 WS-AUDIT-RECORD-ID       PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-AUDIT-TRAN-DATE       PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.

       01 WS-AUDIT-RANGE-NAME.
           05 FILLER                   PIC X(04) VALUE "RNG ".
           05 WS-AUDIT-DEPT            PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-AUDIT-FROM-DATE       PIC 9(08).
           05 FILLER                   PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Transaction lineage trace"

           PERFORM INITIALIZATION

           IF NOT RUN-ABENDED
               PERFORM SEARCH-FEED-FILE
           END-IF
           IF NOT RUN-ABENDED
               PERFORM SEARCH-DUPLICATE-SUSPECTS
           END-IF
           IF NOT RUN-ABENDED
               PERFORM SEARCH-HOLD-STATUS
           END-IF
           IF NOT RUN-ABENDED
               PERFORM SEARCH-REJECT-FILE
           END-IF
           IF NOT RUN-ABENDED
               PERFORM SEARCH-REJECT-STATUS
           END-IF
           IF NOT RUN-ABENDED
               PERFORM SEARCH-POSTED-MASTER
           END-IF
           IF NOT RUN-ABENDED
               PERFORM SEARCH-GL-EXTRACT
           END-IF
           IF NOT RUN-ABENDED
               PERFORM SEARCH-ACKNOWLEDGMENTS
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-SELECT-CARD
           OPEN OUTPUT TRACE-REPORT-FILE
           IF WS-TRACE-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN LTRRPT, STATUS="
                   WS-TRACE-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               WRITE TRACE-REPORT-RECORD FROM WS-TRACE-HEADER
               EVALUATE TRUE
                   WHEN TRACE-BY-RECORD
                       MOVE WS-SELECT-RECORD-ID TO SEL-RECORD-ID
                       MOVE WS-SELECT-TRAN-DATE TO SEL-TRAN-DATE
                       WRITE TRACE-REPORT-RECORD
                           FROM WS-RECORD-SELECTION-LINE
                   WHEN TRACE-BY-RANGE
                       MOVE WS-SELECT-DEPT TO SEL-DEPT
                       MOVE WS-FROM-DATE TO SEL-FROM-DATE
                       MOVE WS-TO-DATE TO SEL-TO-DATE
                       WRITE TRACE-REPORT-RECORD
                           FROM WS-RANGE-SELECTION-LINE
               END-EVALUATE
           END-IF.

      *    A trace without a record id or a complete date range would
      *    search everything ever sent, so the card is refused.
       READ-SELECT-CARD.
           OPEN INPUT SELECT-CARD-FILE
           IF WS-SELECT-CARD-STATUS = "00"
               READ SELECT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-SELECT-CARD
               END-READ
               CLOSE SELECT-CARD-FILE
           END-IF
           IF WS-SELECT-MODE = SPACES
               DISPLAY "FATAL: LTRSELCT CARD MISSING OR INVALID - "
                   "RECORD ID OR TRAN DATE RANGE REQUIRED"
               SET RUN-ABENDED TO TRUE
           END-IF.

       EDIT-SELECT-CARD.
           EVALUATE TRUE
               WHEN LTS-RECORD-ID NUMERIC
                   AND LTS-RECORD-ID > ZEROS
                   SET TRACE-BY-RECORD TO TRUE
                   MOVE LTS-RECORD-ID TO WS-SELECT-RECORD-ID
                   IF LTS-TRAN-DATE NUMERIC
                       MOVE LTS-TRAN-DATE TO WS-SELECT-TRAN-DATE
                   END-IF
               WHEN LTS-FROM-DATE NUMERIC
                   AND LTS-TO-DATE NUMERIC
                   AND LTS-FROM-DATE > ZEROS
                   AND LTS-TO-DATE NOT < LTS-FROM-DATE
                   SET TRACE-BY-RANGE TO TRUE
                   MOVE LTS-DEPT-CODE TO WS-SELECT-DEPT
                   MOVE LTS-FROM-DATE TO WS-FROM-DATE
                   MOVE LTS-TO-DATE TO WS-TO-DATE
               WHEN OTHER
                   MOVE SPACES TO WS-SELECT-MODE
           END-EVALUATE.

      ******************************************************************
      *    Raw feed. Each detail selected is received under its
      *    envelope's header date and source; the cycle comes from the
      *    run-control master's entry for that source, matched on the
      *    envelope's trailer count when the source fed both cycles.
      ******************************************************************
       SEARCH-FEED-FILE.
           OPEN INPUT FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               MOVE "TRANFEED" TO NSR-FILE-NAME
               MOVE WS-FEED-FILE-STATUS TO NSR-FILE-STATUS
               PERFORM WRITE-NOT-SEARCHED-LINE
           ELSE
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUN-CONTROL-STATUS = "00"
                   SET RUN-CONTROL-IS-OPEN TO TRUE
               ELSE
                   MOVE "RUNCTLF" TO NSR-FILE-NAME
                   MOVE WS-RUN-CONTROL-STATUS TO NSR-FILE-STATUS
                   PERFORM WRITE-NOT-SEARCHED-LINE
               END-IF
               MOVE ZEROS TO WS-FEED-DATE
               MOVE WS-DEFAULT-SOURCE TO WS-FEED-SOURCE
               MOVE ZEROS TO WS-FEED-TRAILER-COUNT
               MOVE 1 TO WS-FEED-FIRST-EVENT
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ FEED-FILE
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TRACE-FEED-RECORD
                   END-READ
               END-PERFORM
               PERFORM CLOSE-FEED-ENVELOPE
               CLOSE FEED-FILE
               IF RUN-CONTROL-IS-OPEN
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

       TRACE-FEED-RECORD.
           EVALUATE TRUE
               WHEN FEED-HEADER-RECORD
                   PERFORM CLOSE-FEED-ENVELOPE
                   MOVE ZEROS TO WS-FEED-TRAILER-COUNT
                   IF FDH-FEED-DATE NUMERIC
                       MOVE FDH-FEED-DATE TO WS-FEED-DATE
                   ELSE
                       MOVE ZEROS TO WS-FEED-DATE
                   END-IF
                   IF FDH-SOURCE-ID = SPACES
                       MOVE WS-DEFAULT-SOURCE TO WS-FEED-SOURCE
                   ELSE
                       MOVE FDH-SOURCE-ID TO WS-FEED-SOURCE
                   END-IF
               WHEN FEED-TRAILER-RECORD
                   IF FDT-RECORD-COUNT NUMERIC
                       MOVE FDT-RECORD-COUNT TO WS-FEED-TRAILER-COUNT
                   END-IF
                   PERFORM CLOSE-FEED-ENVELOPE
               WHEN FEED-DETAIL-RECORD
                   AND FDD-RECORD-ID NUMERIC
                   AND FDD-TRAN-DATE NUMERIC
                   MOVE FDD-RECORD-ID TO WS-CAND-RECORD-ID
                   MOVE FDD-TRAN-DATE TO WS-CAND-TRAN-DATE
                   MOVE FDD-DEPT-CODE TO WS-CAND-DEPT
                   PERFORM SELECT-TRACE-KEY
                   IF KEY-IS-SELECTED
                       PERFORM ADD-RECEIVED-EVENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The amounts are shown as sent: a non-numeric amount is the
      *    very thing an AM01 reject is about.
       ADD-RECEIVED-EVENT.
           MOVE WS-FEED-SOURCE TO TRX-SOURCE
           MOVE FDD-TYPE-CODE TO TRX-TYPE
           IF FDD-AMOUNT-1 NUMERIC
               MOVE FDD-AMOUNT-1 TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO TRX-AMOUNT-1
           ELSE
               MOVE FEED-RECORD-DATA (15:9) TO TRX-AMOUNT-1
           END-IF
           IF FDD-AMOUNT-2 NUMERIC
               MOVE FDD-AMOUNT-2 TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO TRX-AMOUNT-2
           ELSE
               MOVE FEED-RECORD-DATA (24:9) TO TRX-AMOUNT-2
           END-IF
           MOVE FDD-CURRENCY-CODE TO TRX-CURRENCY
           MOVE SPACES TO TRX-FEED-STATUS
           MOVE "RECEIVED" TO WS-NEW-EVT-NAME
           IF WS-FEED-DATE > ZEROS
               MOVE WS-FEED-DATE TO WS-NEW-EVT-DATE
           ELSE
               MOVE SPACES TO WS-NEW-EVT-DATE
           END-IF
           MOVE SPACES TO WS-NEW-EVT-CYCLE
           MOVE WS-RECEIVED-TEXT TO WS-NEW-EVT-TEXT
           PERFORM ADD-TRACE-EVENT.

       CLOSE-FEED-ENVELOPE.
           IF WS-FEED-FIRST-EVENT NOT > WS-EVT-COUNT
               PERFORM RESOLVE-FEED-CYCLE
               PERFORM STAMP-RECEIVED-EVENT
                   VARYING WS-EVT-SUB FROM WS-FEED-FIRST-EVENT BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-COUNT
           END-IF
           COMPUTE WS-FEED-FIRST-EVENT = WS-EVT-COUNT + 1.

       STAMP-RECEIVED-EVENT.
           MOVE WS-EVT-TEXT (WS-EVT-SUB) TO WS-RECEIVED-TEXT
           MOVE WS-FEED-STATUS-TEXT TO TRX-FEED-STATUS
           MOVE WS-RECEIVED-TEXT TO WS-EVT-TEXT (WS-EVT-SUB)
           MOVE WS-FEED-CYCLE TO WS-EVT-CYCLE (WS-EVT-SUB).

      *    The first cycle whose entry for the source carries the
      *    envelope's trailer count is the one; failing that, the
      *    first cycle the source fed at all.
       RESOLVE-FEED-CYCLE.
           MOVE "?" TO WS-FEED-CYCLE
           MOVE "NOT ON RUNCTL" TO WS-FEED-STATUS-TEXT
           MOVE "N" TO WS-CYCLE-MATCH-SWITCH
           IF RUN-CONTROL-IS-OPEN AND WS-FEED-DATE > ZEROS
               PERFORM CHECK-FEED-CYCLE
                   VARYING WS-TRY-CYCLE FROM 1 BY 1
                   UNTIL WS-TRY-CYCLE > WS-CYCLE-LIMIT
                   OR FEED-CYCLE-MATCHED
           END-IF.

       CHECK-FEED-CYCLE.
           MOVE WS-FEED-DATE TO RCM-BUSINESS-DATE
           MOVE WS-TRY-CYCLE TO RCM-CYCLE-NUMBER
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-RUNCTL-SOURCES
           END-READ.

      *    A master entry written before the source table existed is
      *    the original source's, accepted.
       CHECK-RUNCTL-SOURCES.
           IF RCM-SOURCE-COUNT NOT NUMERIC
               OR RCM-SOURCE-COUNT = ZEROS
               IF WS-FEED-SOURCE = WS-DEFAULT-SOURCE
                   AND RCM-STATUS NOT = SPACES
                   AND WS-FEED-CYCLE = "?"
                   MOVE RCM-CYCLE-NUMBER TO WS-FEED-CYCLE
                   MOVE "FEED ACCEPTED" TO WS-FEED-STATUS-TEXT
               END-IF
           ELSE
               PERFORM CHECK-RUNCTL-SOURCE-ENTRY
                   VARYING WS-RCM-SUB FROM 1 BY 1
                   UNTIL WS-RCM-SUB > RCM-SOURCE-COUNT
                   OR WS-RCM-SUB > 5
                   OR FEED-CYCLE-MATCHED
           END-IF.

       CHECK-RUNCTL-SOURCE-ENTRY.
           IF RCM-SRC-ID (WS-RCM-SUB) = WS-FEED-SOURCE
               IF RCM-SRC-RECORD-COUNT (WS-RCM-SUB)
                       = WS-FEED-TRAILER-COUNT
                   OR WS-FEED-CYCLE = "?"
                   MOVE RCM-CYCLE-NUMBER TO WS-FEED-CYCLE
                   EVALUATE TRUE
                       WHEN RCM-SRC-ACCEPTED (WS-RCM-SUB)
                           MOVE "FEED ACCEPTED"
                               TO WS-FEED-STATUS-TEXT
                       WHEN RCM-SRC-REFUSED (WS-RCM-SUB)
                           MOVE "FEED REFUSED"
                               TO WS-FEED-STATUS-TEXT
                       WHEN OTHER
                           MOVE "FEED UNKNOWN"
                               TO WS-FEED-STATUS-TEXT
                   END-EVALUATE
               END-IF
               IF RCM-SRC-RECORD-COUNT (WS-RCM-SUB)
                       = WS-FEED-TRAILER-COUNT
                   SET FEED-CYCLE-MATCHED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    Duplicate suspect generations. A suspect record carries no
      *    run date, so the event is listed undated with the record it
      *    matched; the hold that follows it is dated.
      ******************************************************************
       SEARCH-DUPLICATE-SUSPECTS.
           OPEN INPUT DUPLICATE-FILE
           IF WS-DUPLICATE-FILE-STATUS NOT = "00"
               MOVE "DUPSUSP" TO NSR-FILE-NAME
               MOVE WS-DUPLICATE-FILE-STATUS TO NSR-FILE-STATUS
               PERFORM WRITE-NOT-SEARCHED-LINE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ DUPLICATE-FILE
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TRACE-DUPLICATE-SUSPECT
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-FILE
           END-IF.

       TRACE-DUPLICATE-SUSPECT.
           IF DPS-RECORD-ID NUMERIC AND DPS-TRAN-DATE NUMERIC
               MOVE DPS-RECORD-ID TO WS-CAND-RECORD-ID
               MOVE DPS-TRAN-DATE TO WS-CAND-TRAN-DATE
               MOVE DPS-DEPT-CODE TO WS-CAND-DEPT
               PERFORM SELECT-TRACE-KEY
               IF KEY-IS-SELECTED
                   MOVE DPS-MATCH-RECORD-ID TO TDP-MATCH-RECORD-ID
                   MOVE DPS-MATCH-TRAN-DATE TO TDP-MATCH-TRAN-DATE
                   IF DPS-MATCHED-POSTED
                       MOVE "ALREADY POSTED" TO TDP-MATCH-SOURCE
                   ELSE
                       MOVE "EARLIER IN FEED" TO TDP-MATCH-SOURCE
                   END-IF
                   MOVE "DUP SUSPCT" TO WS-NEW-EVT-NAME
                   MOVE SPACES TO WS-NEW-EVT-DATE
                   MOVE SPACES TO WS-NEW-EVT-CYCLE
                   MOVE WS-DUPLICATE-TEXT TO WS-NEW-EVT-TEXT
                   PERFORM ADD-TRACE-EVENT
               END-IF
           END-IF.

      ******************************************************************
      *    Hold-status master: each hold under the date and cycle that
      *    held it, then its release into a later feed or its decline
      *    to the reject file under the date the supervisor acted.
      ******************************************************************
       SEARCH-HOLD-STATUS.
           OPEN INPUT HOLD-STATUS-FILE
           IF WS-HOLD-STATUS-STATUS NOT = "00"
               MOVE "HOLDSTAT" TO NSR-FILE-NAME
               MOVE WS-HOLD-STATUS-STATUS TO NSR-FILE-STATUS
               PERFORM WRITE-NOT-SEARCHED-LINE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ HOLD-STATUS-FILE
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TRACE-HOLD-STATUS
                   END-READ
               END-PERFORM
               CLOSE HOLD-STATUS-FILE
           END-IF.

       TRACE-HOLD-STATUS.
           IF HLD-RECORD-ID NUMERIC AND HLD-TRAN-DATE NUMERIC
               MOVE HLD-RECORD-ID TO WS-CAND-RECORD-ID
               MOVE HLD-TRAN-DATE TO WS-CAND-TRAN-DATE
               MOVE HLD-DEPT-CODE TO WS-CAND-DEPT
               PERFORM SELECT-TRACE-KEY
               IF KEY-IS-SELECTED
                   PERFORM ADD-HOLD-EVENTS
               END-IF
           END-IF.

       ADD-HOLD-EVENTS.
           MOVE HLD-REASON-CODE TO THL-REASON-CODE
           MOVE HLD-RESULT TO THL-RESULT
           IF HLD-IS-OPEN
               MOVE "OPEN" TO THL-STATUS-TEXT
           ELSE
               MOVE SPACES TO THL-STATUS-TEXT
           END-IF
           MOVE "HELD" TO WS-NEW-EVT-NAME
           MOVE HLD-HELD-DATE TO WS-NEW-EVT-DATE
           MOVE HLD-CYCLE-NUMBER TO WS-NEW-EVT-CYCLE
           MOVE WS-HOLD-TEXT TO WS-NEW-EVT-TEXT
           PERFORM ADD-TRACE-EVENT
           EVALUATE TRUE
               WHEN HLD-IS-RELEASED
                   MOVE "HOLD RLSE" TO WS-NEW-EVT-NAME
                   MOVE "INTO A LATER FEED" TO THL-STATUS-TEXT
               WHEN HLD-IS-DECLINED
                   MOVE "HOLD DECL" TO WS-NEW-EVT-NAME
                   MOVE "TO THE REJECT FILE" TO THL-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-EVT-NAME
           END-EVALUATE
           IF WS-NEW-EVT-NAME NOT = SPACES
               MOVE HLD-LAST-ACTION-DATE TO WS-NEW-EVT-DATE
               MOVE SPACES TO WS-NEW-EVT-CYCLE
               MOVE WS-HOLD-TEXT TO WS-NEW-EVT-TEXT
               PERFORM ADD-TRACE-EVENT
           END-IF.

      ******************************************************************
      *    Reject file generations, with the declined holds behind
      *    them. A reject is dated by the run that wrote it; one
      *    written before rejects carried that stamp is listed
      *    undated in the order read.
      ******************************************************************
       SEARCH-REJECT-FILE.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               MOVE "REJFILE" TO NSR-FILE-NAME
               MOVE WS-REJECT-FILE-STATUS TO NSR-FILE-STATUS
               PERFORM WRITE-NOT-SEARCHED-LINE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ REJECT-FILE
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TRACE-REJECT-RECORD
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       TRACE-REJECT-RECORD.
           IF REJ-RECORD-ID NUMERIC AND REJ-DATE NUMERIC
               MOVE REJ-RECORD-ID TO WS-CAND-RECORD-ID
               MOVE REJ-DATE TO WS-CAND-TRAN-DATE
               MOVE REJ-DEPT-CODE TO WS-CAND-DEPT
               PERFORM SELECT-TRACE-KEY
               IF KEY-IS-SELECTED
                   MOVE REJ-REASON-CODE TO TRJ-REASON-CODE
                   MOVE REJ-REASON-TEXT TO TRJ-REASON-TEXT
                   MOVE "REJECTED" TO WS-NEW-EVT-NAME
                   IF REJ-REJECTED-DATE NUMERIC
                       AND REJ-REJECTED-DATE > ZEROS
                       MOVE REJ-REJECTED-DATE TO WS-NEW-EVT-DATE
                   ELSE
                       MOVE SPACES TO WS-NEW-EVT-DATE
                   END-IF
                   MOVE SPACES TO WS-NEW-EVT-CYCLE
                   MOVE WS-REJECT-TEXT TO WS-NEW-EVT-TEXT
                   PERFORM ADD-TRACE-EVENT
               END-IF
           END-IF.

      ******************************************************************
      *    Reject-status master: when the workbench first saw the
      *    reject, and its resubmit or write-off.
      ******************************************************************
       SEARCH-REJECT-STATUS.
           OPEN INPUT REJECT-STATUS-FILE
           IF WS-REJECT-STATUS-STATUS NOT = "00"
               MOVE "REJSTAT" TO NSR-FILE-NAME
               MOVE WS-REJECT-STATUS-STATUS TO NSR-FILE-STATUS
               PERFORM WRITE-NOT-SEARCHED-LINE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ REJECT-STATUS-FILE
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TRACE-REJECT-STATUS
                   END-READ
               END-PERFORM
               CLOSE REJECT-STATUS-FILE
           END-IF.

       TRACE-REJECT-STATUS.
           MOVE RST-RECORD-ID TO WS-CAND-RECORD-ID
           MOVE RST-TRAN-DATE TO WS-CAND-TRAN-DATE
           MOVE RST-DEPT-CODE TO WS-CAND-DEPT
           PERFORM SELECT-TRACE-KEY
           IF KEY-IS-SELECTED
               MOVE RST-REASON-CODE TO TRJ-REASON-CODE
               MOVE "OPEN ON THE REJECT WORKBENCH"
                   TO TRJ-REASON-TEXT
               MOVE "WORKBENCH" TO WS-NEW-EVT-NAME
               MOVE RST-FIRST-SEEN-DATE TO WS-NEW-EVT-DATE
               MOVE SPACES TO WS-NEW-EVT-CYCLE
               MOVE WS-REJECT-TEXT TO WS-NEW-EVT-TEXT
               PERFORM ADD-TRACE-EVENT
               EVALUATE TRUE
                   WHEN RST-IS-RESUBMITTED
                       MOVE "RESUBMITTED WITH CORRECTED CONTENT"
                           TO TRJ-REASON-TEXT
                       MOVE "RESUBMIT" TO WS-NEW-EVT-NAME
                   WHEN RST-IS-WRITTEN-OFF
                       MOVE "WRITTEN OFF BY OPERATOR"
                           TO TRJ-REASON-TEXT
                       MOVE "WRITE-OFF" TO WS-NEW-EVT-NAME
                   WHEN OTHER
                       MOVE SPACES TO WS-NEW-EVT-NAME
               END-EVALUATE
               IF WS-NEW-EVT-NAME NOT = SPACES
                   MOVE RST-LAST-ACTION-DATE TO WS-NEW-EVT-DATE
                   MOVE WS-REJECT-TEXT TO WS-NEW-EVT-TEXT
                   PERFORM ADD-TRACE-EVENT
               END-IF
           END-IF.

      ******************************************************************
      *    Posted master. A posting the last run changed carries its
      *    before-image: the posting as it stood, then the reversal,
      *    adjustment or re-post with the result it replaced.
      ******************************************************************
       SEARCH-POSTED-MASTER.
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN PSTMAST, STATUS="
                   WS-POSTED-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ POSTED-FILE NEXT RECORD
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TRACE-POSTED-RECORD
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           END-IF.

       TRACE-POSTED-RECORD.
           MOVE PST-RECORD-ID TO WS-CAND-RECORD-ID
           MOVE PST-TRAN-DATE TO WS-CAND-TRAN-DATE
           MOVE PST-DEPT-CODE TO WS-CAND-DEPT
           PERFORM SELECT-TRACE-KEY
           IF KEY-IS-SELECTED
               MOVE PST-STATUS TO WS-KEY-POST-STATUS (WS-KEY-SUB)
               IF PST-RUN-DATE NUMERIC
                   AND NOT PST-CREATED-BY-RUN
                   PERFORM ADD-CHANGED-POSTING-EVENTS
               ELSE
                   MOVE "POSTED" TO WS-NEW-EVT-NAME
                   MOVE PST-POST-DATE TO WS-NEW-EVT-DATE
                   IF PST-RUN-CYCLE NUMERIC
                       MOVE PST-RUN-CYCLE TO WS-NEW-EVT-CYCLE
                   ELSE
                       MOVE SPACES TO WS-NEW-EVT-CYCLE
                   END-IF
                   MOVE PST-RESULT TO TPS-RESULT
                   MOVE PST-STATUS TO TPS-STATUS
                   PERFORM DESCRIBE-POSTED-STATUS
                   MOVE WS-POSTED-TEXT TO WS-NEW-EVT-TEXT
                   PERFORM ADD-TRACE-EVENT
               END-IF
           END-IF.

       ADD-CHANGED-POSTING-EVENTS.
           MOVE "POSTED" TO WS-NEW-EVT-NAME
           MOVE PST-PRIOR-POST-DATE TO WS-NEW-EVT-DATE
           MOVE SPACES TO WS-NEW-EVT-CYCLE
           MOVE PST-PRIOR-RESULT TO TPS-RESULT
           MOVE PST-PRIOR-STATUS TO TPS-STATUS
           EVALUATE PST-PRIOR-STATUS
               WHEN "V"
                   MOVE "REVERSED " TO TPS-STATUS-TEXT
               WHEN "C"
                   MOVE "CONFIRMED" TO TPS-STATUS-TEXT
               WHEN "P"
                   MOVE "POSTED   " TO TPS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN  " TO TPS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-POSTED-TEXT TO WS-NEW-EVT-TEXT
           PERFORM ADD-TRACE-EVENT

           EVALUATE TRUE
               WHEN PST-IS-REVERSED
                   MOVE "REVERSED" TO WS-NEW-EVT-NAME
               WHEN PST-PRIOR-STATUS = "V"
                   MOVE "RE-POSTED" TO WS-NEW-EVT-NAME
               WHEN OTHER
                   MOVE "ADJUSTED" TO WS-NEW-EVT-NAME
           END-EVALUATE
           MOVE PST-POST-DATE TO WS-NEW-EVT-DATE
           IF PST-RUN-CYCLE NUMERIC
               MOVE PST-RUN-CYCLE TO WS-NEW-EVT-CYCLE
           ELSE
               MOVE SPACES TO WS-NEW-EVT-CYCLE
           END-IF
           MOVE PST-PRIOR-RESULT TO TCH-PRIOR-RESULT
           MOVE PST-RESULT TO TCH-RESULT
           MOVE WS-CHANGE-TEXT TO WS-NEW-EVT-TEXT
           PERFORM ADD-TRACE-EVENT

           MOVE "NOW" TO WS-NEW-EVT-NAME
           MOVE PST-POST-DATE TO WS-NEW-EVT-DATE
           MOVE PST-RESULT TO TPS-RESULT
           MOVE PST-STATUS TO TPS-STATUS
           PERFORM DESCRIBE-POSTED-STATUS
           MOVE WS-POSTED-TEXT TO WS-NEW-EVT-TEXT
           PERFORM ADD-TRACE-EVENT.

       DESCRIBE-POSTED-STATUS.
           EVALUATE TRUE
               WHEN PST-IS-REVERSED
                   MOVE "REVERSED " TO TPS-STATUS-TEXT
               WHEN PST-IS-CONFIRMED
                   MOVE "CONFIRMED" TO TPS-STATUS-TEXT
               WHEN PST-IS-POSTED
                   MOVE "POSTED   " TO TPS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN  " TO TPS-STATUS-TEXT
           END-EVALUATE.

      ******************************************************************
      *    GL extract generations: every extract that carried the
      *    transaction, under its header's run date and cycle. The
      *    backout extract generations are concatenated behind the
      *    daily ones; a detail there is the offset that took the
      *    posting back out of the ledger.
      ******************************************************************
       SEARCH-GL-EXTRACT.
           OPEN INPUT GL-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               MOVE "GLFILE" TO NSR-FILE-NAME
               MOVE WS-GL-FILE-STATUS TO NSR-FILE-STATUS
               PERFORM WRITE-NOT-SEARCHED-LINE
           ELSE
               MOVE ZEROS TO WS-GL-RUN-DATE
               MOVE SPACES TO WS-GL-CYCLE
               MOVE SPACES TO WS-GL-OPERATION-CODE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ GL-FILE
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TRACE-GL-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF.

       TRACE-GL-RECORD.
           EVALUATE TRUE
               WHEN GL-HEADER-RECORD
                   MOVE GLH-RUN-DATE TO WS-GL-RUN-DATE
                   MOVE GLH-CYCLE-NUMBER TO WS-GL-CYCLE
                   MOVE GLH-OPERATION-CODE TO WS-GL-OPERATION-CODE
               WHEN GL-DETAIL-RECORD
                   MOVE GLD-RECORD-ID TO WS-CAND-RECORD-ID
                   MOVE GLD-TRAN-DATE TO WS-CAND-TRAN-DATE
                   MOVE GLD-DEPT-CODE TO WS-CAND-DEPT
                   PERFORM SELECT-TRACE-KEY
                   IF KEY-IS-SELECTED
                       MOVE "Y" TO WS-KEY-GL-FLAG (WS-KEY-SUB)
                       MOVE GLD-TYPE-CODE TO TGL-TYPE
                       MOVE GLD-RESULT TO TGL-RESULT
                       MOVE GLD-PRIOR-RESULT TO TGL-PRIOR-RESULT
                       IF GL-IS-BACKOUT
                           MOVE "GL BACKOUT" TO WS-NEW-EVT-NAME
                       ELSE
                           MOVE "GL EXTRACT" TO WS-NEW-EVT-NAME
                       END-IF
                       MOVE WS-GL-RUN-DATE TO WS-NEW-EVT-DATE
                       MOVE WS-GL-CYCLE TO WS-NEW-EVT-CYCLE
                       MOVE WS-GL-TEXT TO WS-NEW-EVT-TEXT
                       PERFORM ADD-TRACE-EVENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    Ledger acknowledgments carry only the key, so they attach
      *    to transactions already traced and never select new ones.
      ******************************************************************
       SEARCH-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = "00"
               MOVE "GLACKFIL" TO NSR-FILE-NAME
               MOVE WS-ACK-FILE-STATUS TO NSR-FILE-STATUS
               PERFORM WRITE-NOT-SEARCHED-LINE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-INPUT-FILE
                   READ ACK-FILE
                       AT END
                           SET END-OF-INPUT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TRACE-ACK-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       TRACE-ACK-RECORD.
           MOVE ACK-RECORD-ID TO WS-CAND-RECORD-ID
           MOVE ACK-TRAN-DATE TO WS-CAND-TRAN-DATE
           PERFORM LOCATE-TRACE-KEY
           IF KEY-ENTRY-FOUND
               MOVE "Y" TO WS-KEY-ACK-FLAG (WS-KEY-SUB)
               MOVE "LEDGER ACK" TO WS-NEW-EVT-NAME
               MOVE SPACES TO WS-NEW-EVT-DATE
               MOVE SPACES TO WS-NEW-EVT-CYCLE
               MOVE "LOADED BY THE LEDGER PER ITS ACKNOWLEDGMENT FEED"
                   TO WS-NEW-EVT-TEXT
               PERFORM ADD-TRACE-EVENT
           END-IF.

      ******************************************************************
      *    A record already traced is always taken, whatever file it
      *    comes from; otherwise it must meet the selection card.
      ******************************************************************
       SELECT-TRACE-KEY.
           MOVE "N" TO WS-KEY-SELECTED-SWITCH
           PERFORM LOCATE-TRACE-KEY
           EVALUATE TRUE
               WHEN KEY-ENTRY-FOUND
                   SET KEY-IS-SELECTED TO TRUE
                   IF WS-KEY-DEPT (WS-KEY-SUB) = SPACES
                       MOVE WS-CAND-DEPT TO WS-KEY-DEPT (WS-KEY-SUB)
                   END-IF
               WHEN TRACE-BY-RECORD
                   IF WS-CAND-RECORD-ID = WS-SELECT-RECORD-ID
                       AND (WS-SELECT-TRAN-DATE = ZEROS
                       OR WS-CAND-TRAN-DATE = WS-SELECT-TRAN-DATE)
                       PERFORM ADD-TRACE-KEY
                   END-IF
               WHEN OTHER
                   IF WS-CAND-TRAN-DATE NOT < WS-FROM-DATE
                       AND WS-CAND-TRAN-DATE NOT > WS-TO-DATE
                       AND (WS-SELECT-DEPT = SPACES
                       OR WS-CAND-DEPT = WS-SELECT-DEPT)
                       PERFORM ADD-TRACE-KEY
                   END-IF
           END-EVALUATE.

       LOCATE-TRACE-KEY.
           MOVE "N" TO WS-KEY-FOUND-SWITCH
           MOVE 1 TO WS-KEY-SUB
           PERFORM UNTIL KEY-ENTRY-FOUND
               OR WS-KEY-SUB > WS-KEY-COUNT
               IF WS-KEY-RECORD-ID (WS-KEY-SUB) = WS-CAND-RECORD-ID
                   AND WS-KEY-TRAN-DATE (WS-KEY-SUB)
                       = WS-CAND-TRAN-DATE
                   SET KEY-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-KEY-SUB
               END-IF
           END-PERFORM.

       ADD-TRACE-KEY.
           IF WS-KEY-COUNT < WS-KEY-LIMIT
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-SUB
               MOVE WS-CAND-RECORD-ID TO WS-KEY-RECORD-ID (WS-KEY-SUB)
               MOVE WS-CAND-TRAN-DATE TO WS-KEY-TRAN-DATE (WS-KEY-SUB)
               MOVE WS-CAND-DEPT TO WS-KEY-DEPT (WS-KEY-SUB)
               MOVE SPACES TO WS-KEY-POST-STATUS (WS-KEY-SUB)
               MOVE "N" TO WS-KEY-GL-FLAG (WS-KEY-SUB)
               MOVE "N" TO WS-KEY-ACK-FLAG (WS-KEY-SUB)
               SET KEY-IS-SELECTED TO TRUE
           ELSE
               DISPLAY "FATAL: TRACE TABLE LIMIT EXCEEDED - "
                   "NARROW THE SELECTION"
               SET RUN-ABENDED TO TRUE
               SET END-OF-INPUT-FILE TO TRUE
           END-IF.

       ADD-TRACE-EVENT.
           IF WS-EVT-COUNT < WS-EVT-LIMIT
               ADD 1 TO WS-EVT-COUNT
               MOVE WS-KEY-SUB TO WS-EVT-KEY-SUB (WS-EVT-COUNT)
               MOVE WS-NEW-EVT-NAME TO WS-EVT-NAME (WS-EVT-COUNT)
               MOVE WS-NEW-EVT-DATE TO WS-EVT-DATE (WS-EVT-COUNT)
               MOVE WS-NEW-EVT-CYCLE TO WS-EVT-CYCLE (WS-EVT-COUNT)
               MOVE WS-NEW-EVT-TEXT TO WS-EVT-TEXT (WS-EVT-COUNT)
           ELSE
               DISPLAY "FATAL: TRACE EVENT TABLE LIMIT EXCEEDED - "
                   "NARROW THE SELECTION"
               SET RUN-ABENDED TO TRUE
               SET END-OF-INPUT-FILE TO TRUE
           END-IF.

      *    A file that cannot be opened leaves a gap in every trace,
      *    so the report says so and the run ends with a warning.
       WRITE-NOT-SEARCHED-LINE.
           DISPLAY "WARNING: " NSR-FILE-NAME " NOT SEARCHED, STATUS="
               NSR-FILE-STATUS
           IF WS-TRACE-REPORT-STATUS = "00"
               WRITE TRACE-REPORT-RECORD FROM WS-NOT-SEARCHED-LINE
           END-IF
           SET RUN-HAS-WARNINGS TO TRUE.

       TERMINATION.
           IF NOT RUN-ABENDED
               PERFORM WRITE-ONE-TRACE
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO TCT-KEY-COUNT
               MOVE WS-READ-COUNT TO TCT-READ-COUNT
               WRITE TRACE-REPORT-RECORD FROM WS-TRACE-COUNT-LINE
           END-IF

           IF WS-TRACE-REPORT-STATUS = "00"
               CLOSE TRACE-REPORT-FILE
           END-IF

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Records read:         " WS-READ-COUNT
           DISPLAY "Transactions traced:  " WS-KEY-COUNT

           EVALUATE TRUE
               WHEN RUN-ABENDED
                   MOVE 16 TO RETURN-CODE
               WHEN RUN-HAS-WARNINGS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       WRITE-ONE-TRACE.
           MOVE WS-KEY-RECORD-ID (WS-KEY-SUB) TO TKY-RECORD-ID
           MOVE WS-KEY-TRAN-DATE (WS-KEY-SUB) TO TKY-TRAN-DATE
           MOVE WS-KEY-DEPT (WS-KEY-SUB) TO TKY-DEPT
           WRITE TRACE-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE TRACE-REPORT-RECORD FROM WS-TRACE-KEY-LINE
           PERFORM WRITE-TRACE-EVENT-LINE
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > WS-EVT-COUNT

           EVALUATE WS-KEY-POST-STATUS (WS-KEY-SUB)
               WHEN "P"
                   MOVE "P POSTED" TO TST-POSTED
               WHEN "C"
                   MOVE "C CONFIRM" TO TST-POSTED
               WHEN "V"
                   MOVE "V REVERSE" TO TST-POSTED
               WHEN SPACES
                   MOVE "NO" TO TST-POSTED
               WHEN OTHER
                   MOVE "UNKNOWN" TO TST-POSTED
           END-EVALUATE
           IF WS-KEY-GL-FLAG (WS-KEY-SUB) = "Y"
               MOVE "CARRIED" TO TST-GL
           ELSE
               MOVE "NOT CARRIED" TO TST-GL
           END-IF
      *    A posting GLACK confirmed from an acknowledgment feed no
      *    longer on hand still shows C on the posted master.
           EVALUATE TRUE
               WHEN WS-KEY-ACK-FLAG (WS-KEY-SUB) = "Y"
                   MOVE "ACKNOWLEDGED" TO TST-LEDGER
               WHEN WS-KEY-POST-STATUS (WS-KEY-SUB) = "C"
                   MOVE "CONFIRMED" TO TST-LEDGER
               WHEN OTHER
                   MOVE "NOT ACKNOWLEDGED" TO TST-LEDGER
           END-EVALUATE
           WRITE TRACE-REPORT-RECORD FROM WS-TRACE-STATUS-LINE.

       WRITE-TRACE-EVENT-LINE.
           IF WS-EVT-KEY-SUB (WS-EVT-SUB) = WS-KEY-SUB
               MOVE WS-EVT-NAME (WS-EVT-SUB) TO TEV-NAME
               MOVE WS-EVT-DATE (WS-EVT-SUB) TO TEV-DATE
               MOVE WS-EVT-CYCLE (WS-EVT-SUB) TO TEV-CYCLE
               IF WS-EVT-CYCLE (WS-EVT-SUB) = SPACES
                   MOVE SPACES TO TEV-CYCLE-TAG
               ELSE
                   MOVE "C" TO TEV-CYCLE-TAG
               END-IF
               MOVE WS-EVT-TEXT (WS-EVT-SUB) TO TEV-TEXT
               WRITE TRACE-REPORT-RECORD FROM WS-TRACE-EVENT-LINE
           END-IF.

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
           MOVE "LINTRACE" TO AUD-PROGRAM-ID
           IF TRACE-BY-RANGE
               MOVE WS-SELECT-DEPT TO WS-AUDIT-DEPT
               MOVE WS-FROM-DATE TO WS-AUDIT-FROM-DATE
               MOVE WS-AUDIT-RANGE-NAME TO AUD-INPUT-FILE-NAME
           ELSE
               MOVE WS-SELECT-RECORD-ID TO WS-AUDIT-RECORD-ID
               MOVE WS-SELECT-TRAN-DATE TO WS-AUDIT-TRAN-DATE
               MOVE WS-AUDIT-RECORD-NAME TO AUD-INPUT-FILE-NAME
           END-IF
           MOVE WS-READ-COUNT TO AUD-RECORDS-PROCESSED
           MOVE ZEROS TO AUD-REJECT-COUNT
           MOVE ZEROS TO AUD-CONTROL-TOTAL
           MOVE ZEROS TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
       END PROGRAM LINTRACE-PROCEDURE.
