      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Large-transaction compliance reporting. Read the
      *          day's GL extract, verify its header/trailer envelope,
      *          and report every detail whose base-currency result
      *          exceeds the threshold on the parameter card; a
      *          reversal or adjustment of a posting that was over the
      *          threshold goes out as an amendment to the item
      *          reported earlier, not as a new item. Then browse the
      *          posted master for departments with several postings
      *          just below the threshold over a rolling window of
      *          business days, so a transaction split to stay under
      *          it is reported too. Print a compliance report and
      *          write a fixed-format extract for the compliance
      *          system with its own header and a trailer carrying
      *          the record count and amount hash. A reversal or
      *          adjustment of a posting an earlier extract reported
      *          in a split pattern is an amendment too, and a cycle
      *          backout's offsetting extract is reported as
      *          amendments of the originals, with no split check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRGTXN-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE
               ASSIGN TO "GLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT POSTED-FILE
               ASSIGN TO "PSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTED-FILE-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT PARM-CARD-FILE
               ASSIGN TO "LTXPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT CONTROL-CARD-FILE
               ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO "LTXEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT SPLIT-HISTORY-FILE
               ASSIGN TO "SPLITHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLIT-HISTORY-STATUS.

           SELECT LTX-REPORT-FILE
               ASSIGN TO "LTXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTX-REPORT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY GLPOST.

       FD  POSTED-FILE
           LABEL RECORDS ARE OMITTED.
           COPY PSTMAST.

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY CALREC.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY LTXPARM.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY OPCDCARD.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY LTXEXTR.

       FD  SPLIT-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  SPLIT-HISTORY-RECORD        PIC X(80).

       FD  LTX-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  LTX-REPORT-RECORD           PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 WS-GL-FILE-STATUS            PIC X(02) VALUE "00".
       77 WS-POSTED-FILE-STATUS        PIC X(02) VALUE "00".
       77 WS-CALENDAR-FILE-STATUS      PIC X(02) VALUE "00".
       77 WS-PARM-CARD-STATUS          PIC X(02) VALUE "00".
       77 WS-CONTROL-CARD-STATUS       PIC X(02) VALUE "00".
       77 WS-EXTRACT-FILE-STATUS       PIC X(02) VALUE "00".
       77 WS-SPLIT-HISTORY-STATUS      PIC X(02) VALUE "00".
       77 WS-LTX-REPORT-STATUS         PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".

       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-GL-EOF-SWITCH             PIC X(01) VALUE "N".
           88 END-OF-GL-FILE                    VALUE "Y".
       77 WS-PST-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-POSTED-FILE                VALUE "Y".
       77 WS-CAL-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-CALENDAR-FILE              VALUE "Y".
       77 WS-CAL-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 CAL-ENTRY-FOUND                   VALUE "Y".
       77 WS-HEADER-SWITCH             PIC X(01) VALUE "N".
           88 HEADER-SEEN                       VALUE "Y".
       77 WS-TRAILER-SWITCH            PIC X(01) VALUE "N".
           88 TRAILER-SEEN                      VALUE "Y".
       77 WS-DEPT-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 DEPT-ENTRY-FOUND                  VALUE "Y".
       77 WS-HIST-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-SPLIT-HISTORY              VALUE "Y".
       77 WS-SPLIT-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 REPORTED-SPLIT-POSTING            VALUE "Y".
       77 WS-GL-OPERATION-CODE         PIC X(01) VALUE SPACE.
           88 GL-IS-BACKOUT                     VALUE "B".

       77 WS-ITEM-SUB                  PIC 9(04) VALUE ZEROS.
       77 WS-ITEM-LIMIT                PIC 9(04) VALUE 2000.
       77 WS-NEAR-SUB                  PIC 9(04) VALUE ZEROS.
       77 WS-NEAR-LIMIT                PIC 9(04) VALUE 2000.
       77 WS-DEPT-SUB                  PIC 9(03) VALUE ZEROS.
       77 WS-DEPT-LIMIT                PIC 9(03) VALUE 200.
       77 WS-SPLIT-SUB                 PIC 9(04) VALUE ZEROS.
       77 WS-SPLIT-LIMIT               PIC 9(04) VALUE 5000.
       77 WS-SPLIT-LOOKUP-ID           PIC 9(06) VALUE ZEROS.
       77 WS-SPLIT-LOOKUP-DATE         PIC 9(08) VALUE ZEROS.
       77 WS-CAL-SUB                   PIC 9(04) VALUE ZEROS.
       77 WS-CAL-RUN-SUB               PIC 9(04) VALUE ZEROS.
       77 WS-CAL-LIMIT                 PIC 9(04) VALUE 400.
       77 WS-CAL-LOOKUP-DATE           PIC 9(08) VALUE ZEROS.

       77 WS-THRESHOLD                 PIC 9(09)V99 VALUE 10000.00.
       77 WS-NEAR-PERCENT              PIC 9(02) VALUE 10.
       77 WS-WINDOW-DAYS               PIC 9(02) VALUE 5.
       77 WS-MINIMUM-COUNT             PIC 9(02) VALUE 3.
       77 WS-NEAR-FLOOR                PIC 9(09)V99 VALUE ZEROS.
       77 WS-BUSINESS-DAY-COUNT        PIC 9(02) VALUE ZEROS.
       77 WS-WINDOW-FROM-DATE          PIC 9(08) VALUE ZEROS.
       77 WS-BUSINESS-DATE             PIC 9(08) VALUE ZEROS.

       77 WS-DETAIL-PRIOR              PIC 9(14)V99 VALUE ZEROS.
       77 WS-ITEM-KIND-WORK            PIC X(01) VALUE SPACE.

       77 WS-GL-DETAIL-COUNT           PIC 9(08) VALUE ZEROS.
       77 WS-GROSS-TOTAL               PIC 9(16)V99 VALUE ZEROS.
       77 WS-EXPECTED-COUNT            PIC 9(08) VALUE ZEROS.
       77 WS-EXPECTED-HASH             PIC 9(16)V99 VALUE ZEROS.
       77 WS-POSTED-READ-COUNT         PIC 9(08) VALUE ZEROS.
       77 WS-NEW-ITEM-COUNT            PIC 9(05) VALUE ZEROS.
       77 WS-AMENDMENT-COUNT           PIC 9(05) VALUE ZEROS.
       77 WS-SPLIT-DEPT-COUNT          PIC 9(05) VALUE ZEROS.
       77 WS-EXTRACT-COUNT             PIC 9(08) VALUE ZEROS.
       77 WS-EXTRACT-HASH              PIC 9(16)V99 VALUE ZEROS.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       77 WS-CYCLE-NUMBER              PIC 9(01) VALUE 1.
       77 WS-BASE-CURRENCY             PIC X(03) VALUE "USD".

      *    The GL details reported, in extract order. N = new item,
      *    A = amendment to an item reported earlier.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-COUNT            PIC 9(04) VALUE ZEROS.
           05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10 WS-ITEM-KIND         PIC X(01).
               10 WS-ITEM-RECORD-ID    PIC 9(06).
               10 WS-ITEM-TRAN-DATE    PIC 9(08).
               10 WS-ITEM-DEPT         PIC X(03).
               10 WS-ITEM-TYPE         PIC X(01).
               10 WS-ITEM-AMOUNT       PIC 9(14)V99.
               10 WS-ITEM-PRIOR        PIC 9(14)V99.
               10 WS-ITEM-CURRENCY     PIC X(03).
               10 WS-ITEM-CUR-AMOUNT   PIC 9(14)V99.

      *    Live postings inside the window dated just below the
      *    threshold, in posted-master key order.
       01 WS-NEAR-TABLE.
           05 WS-NEAR-COUNT            PIC 9(04) VALUE ZEROS.
           05 WS-NEAR-ENTRY OCCURS 2000 TIMES.
               10 WS-NEAR-RECORD-ID    PIC 9(06).
               10 WS-NEAR-TRAN-DATE    PIC 9(08).
               10 WS-NEAR-DEPT         PIC X(03).
               10 WS-NEAR-TYPE         PIC X(01).
               10 WS-NEAR-RESULT       PIC 9(14)V99.
               10 WS-NEAR-CURRENCY     PIC X(03).
               10 WS-NEAR-CUR-RESULT   PIC 9(14)V99.

      *    Every posting an earlier compliance extract reported as
      *    part of a split pattern, once each, so a later reversal or
      *    adjustment of it goes out as an amendment.
       01 WS-SPLIT-KEY-TABLE.
           05 WS-SPLIT-KEY-COUNT       PIC 9(04) VALUE ZEROS.
           05 WS-SPLIT-KEY-ENTRY OCCURS 5000 TIMES.
               10 WS-SPLIT-RECORD-ID   PIC 9(06).
               10 WS-SPLIT-TRAN-DATE   PIC 9(08).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT            PIC 9(03) VALUE ZEROS.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
               10 WS-DEPT-CODE         PIC X(03).
               10 WS-DEPT-NEAR-COUNT   PIC 9(05).
               10 WS-DEPT-NEAR-TOTAL   PIC 9(14)V99.

       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT             PIC 9(04) VALUE ZEROS.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
               10 WS-CAL-DATE          PIC 9(08).
               10 WS-CAL-DAY-TYPE      PIC X(01).

       01 WS-LTX-REPORT-HEADER.
           05 FILLER                   PIC X(30) VALUE
               "LARGE TRANSACTION COMPLIANCE  ".
           05 FILLER                   PIC X(50) VALUE SPACES.

       01 WS-LTX-PARM-LINE.
           05 FILLER                   PIC X(15) VALUE
               "BUSINESS DATE: ".
           05 LRP-BUSINESS-DATE        PIC 9(08).
           05 FILLER                   PIC X(09) VALUE "  CYCLE: ".
           05 LRP-CYCLE-NUMBER         PIC 9(01).
           05 FILLER                   PIC X(13) VALUE
               "  THRESHOLD: ".
           05 LRP-THRESHOLD            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(20) VALUE SPACES.

       01 WS-LTX-WINDOW-LINE.
           05 FILLER                   PIC X(19) VALUE
               "SPLIT WINDOW FROM: ".
           05 LRP-WINDOW-FROM          PIC 9(08).
           05 FILLER                   PIC X(08) VALUE "  DAYS: ".
           05 LRP-WINDOW-DAYS          PIC Z9.
           05 FILLER                   PIC X(12) VALUE
               "  BAND PCT: ".
           05 LRP-NEAR-PERCENT         PIC Z9.
           05 FILLER                   PIC X(13) VALUE
               "  MIN COUNT: ".
           05 LRP-MINIMUM-COUNT        PIC Z9.
           05 FILLER                   PIC X(14) VALUE SPACES.

       01 WS-LTX-BACKOUT-LINE.
           05 FILLER                   PIC X(50) VALUE
               "CYCLE BACKOUT EXTRACT - AMENDMENTS ONLY, NO SPLIT ".
           05 FILLER                   PIC X(05) VALUE "CHECK".
           05 FILLER                   PIC X(25) VALUE SPACES.

       01 WS-LTX-ITEM-HEADER.
           05 FILLER                   PIC X(30) VALUE
               "ITEMS OVER THRESHOLD          ".
           05 FILLER                   PIC X(50) VALUE SPACES.

       01 WS-LTX-SPLIT-HEADER.
           05 FILLER                   PIC X(30) VALUE
               "POSSIBLE SPLIT TRANSACTIONS   ".
           05 FILLER                   PIC X(50) VALUE SPACES.

       01 WS-LTX-COLUMNS.
           05 FILLER                   PIC X(10) VALUE "KIND      ".
           05 FILLER                   PIC X(07) VALUE "RECORD ".
           05 FILLER                   PIC X(09) VALUE "DATE     ".
           05 FILLER                   PIC X(05) VALUE "DEPT ".
           05 FILLER                   PIC X(02) VALUE "T ".
           05 FILLER                   PIC X(14) VALUE
               "       AMOUNT ".
           05 FILLER                   PIC X(14) VALUE
               "        PRIOR ".
           05 FILLER                   PIC X(04) VALUE "CUR ".
           05 FILLER                   PIC X(13) VALUE
               "   CUR AMOUNT".
           05 FILLER                   PIC X(02) VALUE SPACES.

       01 WS-LTX-ITEM-LINE.
           05 LRP-ITEM-KIND            PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LRP-RECORD-ID            PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LRP-TRAN-DATE            PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LRP-DEPT                 PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 LRP-TRAN-TYPE            PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LRP-AMOUNT               PIC Z(9)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LRP-PRIOR-AMOUNT         PIC Z(9)9.99 BLANK WHEN ZERO.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LRP-CURRENCY             PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 LRP-CUR-AMOUNT           PIC Z(9)9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.

       01 WS-LTX-SPLIT-DEPT-LINE.
           05 FILLER                   PIC X(05) VALUE "DEPT ".
           05 LRP-SPLIT-DEPT           PIC X(03).
           05 FILLER                   PIC X(12) VALUE
               "  POSTINGS: ".
           05 LRP-SPLIT-COUNT          PIC ZZZZ9.
           05 FILLER                   PIC X(09) VALUE "  TOTAL: ".
           05 LRP-SPLIT-TOTAL          PIC Z(13)9.99.
           05 FILLER                   PIC X(29) VALUE SPACES.

       01 WS-LTX-NONE-LINE.
           05 FILLER                   PIC X(30) VALUE
               "  NONE                        ".
           05 FILLER                   PIC X(50) VALUE SPACES.

       01 WS-LTX-COUNT-LINE.
           05 FILLER                   PIC X(05) VALUE "NEW: ".
           05 LRP-NEW-COUNT            PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE "  AMENDED: ".
           05 LRP-AMENDMENT-COUNT      PIC ZZZZ9.
           05 FILLER                   PIC X(15) VALUE
               "  SPLIT DEPTS: ".
           05 LRP-SPLIT-DEPT-COUNT     PIC ZZZZ9.
           05 FILLER                   PIC X(19) VALUE
               "  EXTRACT RECORDS: ".
           05 LRP-EXTRACT-COUNT        PIC ZZZZZZZ9.
           05 FILLER                   PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Large transaction compliance"

           PERFORM INITIALIZATION

           IF NOT RUN-ABENDED
               PERFORM READ-GL-EXTRACT
           END-IF

           IF NOT RUN-ABENDED AND NOT GL-IS-BACKOUT
               PERFORM SET-SPLIT-WINDOW
           END-IF

           IF NOT RUN-ABENDED AND NOT GL-IS-BACKOUT
               PERFORM SCAN-POSTED-MASTER
           END-IF

           IF NOT RUN-ABENDED
               PERFORM WRITE-COMPLIANCE-OUTPUT
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-OPERATOR-CARD
           PERFORM READ-PARM-CARD
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-SPLIT-HISTORY
           PERFORM OPEN-RUN-FILES.

       READ-OPERATOR-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CONTROL-CARD-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-OPERATOR-ID TO WS-OPERATOR-ID
                       IF CC-CYCLE-NUMBER NUMERIC
                           AND CC-CYCLE-NUMBER > ZEROS
                           MOVE CC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

      *    Each field on the card replaces its default only when it
      *    is numeric and non-zero; a band of 100 percent or more
      *    would take in every posting, so it is ignored as well.
       READ-PARM-CARD.
           OPEN INPUT PARM-CARD-FILE
           IF WS-PARM-CARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-PARM-CARD
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-THRESHOLD * (100 - WS-NEAR-PERCENT) / 100.

       APPLY-PARM-CARD.
           IF LTP-THRESHOLD NUMERIC
               AND LTP-THRESHOLD > ZEROS
               MOVE LTP-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF LTP-NEAR-PERCENT NUMERIC
               AND LTP-NEAR-PERCENT > ZEROS
               MOVE LTP-NEAR-PERCENT TO WS-NEAR-PERCENT
           END-IF
           IF LTP-WINDOW-DAYS NUMERIC
               AND LTP-WINDOW-DAYS > ZEROS
               MOVE LTP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF LTP-MINIMUM-COUNT NUMERIC
               AND LTP-MINIMUM-COUNT > ZEROS
               MOVE LTP-MINIMUM-COUNT TO WS-MINIMUM-COUNT
           END-IF.

       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN CALFILE, STATUS="
                   WS-CALENDAR-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-CALENDAR-FILE
                   READ CALENDAR-FILE
                       AT END
                           SET END-OF-CALENDAR-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       STORE-CALENDAR-ENTRY.
           IF WS-CAL-COUNT < WS-CAL-LIMIT
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
               MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT)
           ELSE
               DISPLAY "FATAL: BUSINESS CALENDAR TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
               SET END-OF-CALENDAR-FILE TO TRUE
           END-IF.

       LOCATE-CALENDAR-DATE.
           MOVE "N" TO WS-CAL-FOUND-SWITCH
           MOVE 1 TO WS-CAL-SUB
           PERFORM UNTIL CAL-ENTRY-FOUND
               OR WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-DATE (WS-CAL-SUB) = WS-CAL-LOOKUP-DATE
                   SET CAL-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CAL-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      *    The earlier extracts are read back for their split-pattern
      *    postings. None cataloged yet is the first run: there is
      *    nothing to amend.
      ******************************************************************
       LOAD-SPLIT-HISTORY.
           OPEN INPUT SPLIT-HISTORY-FILE
           EVALUATE WS-SPLIT-HISTORY-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-SPLIT-HISTORY
                       READ SPLIT-HISTORY-FILE
                           INTO LARGE-TXN-EXTRACT-RECORD
                           AT END
                               SET END-OF-SPLIT-HISTORY TO TRUE
                           NOT AT END
                               PERFORM STORE-SPLIT-HISTORY-KEY
                       END-READ
                   END-PERFORM
                   CLOSE SPLIT-HISTORY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FATAL: UNABLE TO OPEN SPLITHST, STATUS="
                       WS-SPLIT-HISTORY-STATUS
                   SET RUN-ABENDED TO TRUE
           END-EVALUATE.

       STORE-SPLIT-HISTORY-KEY.
           IF LTX-DETAIL-RECORD AND LTXD-SPLIT-POSTING
               MOVE LTXD-RECORD-ID TO WS-SPLIT-LOOKUP-ID
               MOVE LTXD-TRAN-DATE TO WS-SPLIT-LOOKUP-DATE
               PERFORM LOCATE-REPORTED-SPLIT
               EVALUATE TRUE
                   WHEN REPORTED-SPLIT-POSTING
                       CONTINUE
                   WHEN WS-SPLIT-KEY-COUNT < WS-SPLIT-LIMIT
                       ADD 1 TO WS-SPLIT-KEY-COUNT
                       MOVE LTXD-RECORD-ID
                           TO WS-SPLIT-RECORD-ID (WS-SPLIT-KEY-COUNT)
                       MOVE LTXD-TRAN-DATE
                           TO WS-SPLIT-TRAN-DATE (WS-SPLIT-KEY-COUNT)
                   WHEN OTHER
                       DISPLAY "FATAL: SPLIT HISTORY TABLE LIMIT "
                           "EXCEEDED"
                       SET RUN-ABENDED TO TRUE
                       SET END-OF-SPLIT-HISTORY TO TRUE
               END-EVALUATE
           END-IF.

       LOCATE-REPORTED-SPLIT.
           MOVE "N" TO WS-SPLIT-FOUND-SWITCH
           MOVE 1 TO WS-SPLIT-SUB
           PERFORM UNTIL REPORTED-SPLIT-POSTING
               OR WS-SPLIT-SUB > WS-SPLIT-KEY-COUNT
               IF WS-SPLIT-RECORD-ID (WS-SPLIT-SUB)
                       = WS-SPLIT-LOOKUP-ID
                   AND WS-SPLIT-TRAN-DATE (WS-SPLIT-SUB)
                       = WS-SPLIT-LOOKUP-DATE
                   SET REPORTED-SPLIT-POSTING TO TRUE
               ELSE
                   ADD 1 TO WS-SPLIT-SUB
               END-IF
           END-PERFORM.

       OPEN-RUN-FILES.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN LTXEXTR, STATUS="
                   WS-EXTRACT-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           OPEN OUTPUT LTX-REPORT-FILE
           IF WS-LTX-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN LTXRPT, STATUS="
                   WS-LTX-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               WRITE LTX-REPORT-RECORD FROM WS-LTX-REPORT-HEADER
           END-IF.

      ******************************************************************
      *    The whole extract is read and its envelope proved before
      *    anything is reported, so a truncated or damaged GL file
      *    never reaches the compliance system as a partial day.
      ******************************************************************
       READ-GL-EXTRACT.
           OPEN INPUT GL-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN GLFILE, STATUS="
                   WS-GL-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-GL-FILE
                   READ GL-FILE
                       AT END
                           SET END-OF-GL-FILE TO TRUE
                       NOT AT END
                           PERFORM EDIT-GL-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
               IF NOT RUN-ABENDED
                   PERFORM VERIFY-GL-ENVELOPE
               END-IF
           END-IF.

       EDIT-GL-RECORD.
           EVALUATE TRUE
               WHEN GL-HEADER-RECORD
                   SET HEADER-SEEN TO TRUE
                   MOVE GLH-RUN-DATE TO WS-BUSINESS-DATE
                   MOVE GLH-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                   MOVE GLH-OPERATION-CODE TO WS-GL-OPERATION-CODE
               WHEN GL-DETAIL-RECORD
                   ADD 1 TO WS-GL-DETAIL-COUNT
                   ADD GLD-RESULT TO WS-GROSS-TOTAL
                   PERFORM SELECT-GL-DETAIL
               WHEN GL-TRAILER-RECORD
                   SET TRAILER-SEEN TO TRUE
                   MOVE GLT-RECORD-COUNT TO WS-EXPECTED-COUNT
                   MOVE GLT-HASH-TOTAL TO WS-EXPECTED-HASH
               WHEN OTHER
                   DISPLAY "FATAL: UNRECOGNIZED RECORD TYPE ON GL "
                       "EXTRACT: " GL-RECORD-TYPE
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-GL-FILE TO TRUE
           END-EVALUATE.

       VERIFY-GL-ENVELOPE.
           IF NOT HEADER-SEEN
               DISPLAY "FATAL: GL EXTRACT HEADER RECORD MISSING"
               SET RUN-ABENDED TO TRUE
           END-IF
           IF NOT TRAILER-SEEN
               DISPLAY "FATAL: GL EXTRACT TRAILER RECORD MISSING"
               SET RUN-ABENDED TO TRUE
           ELSE
               IF WS-GL-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
                   DISPLAY "FATAL: GL DETAIL COUNT " WS-GL-DETAIL-COUNT
                       " DOES NOT MATCH TRAILER " WS-EXPECTED-COUNT
                   SET RUN-ABENDED TO TRUE
               END-IF
               IF WS-GROSS-TOTAL NOT = WS-EXPECTED-HASH
                   DISPLAY "FATAL: GL DETAIL TOTAL DOES NOT MATCH "
                       "TRAILER HASH"
                   SET RUN-ABENDED TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    An item was reported on the day its result first went over
      *    the threshold. A reversal carries the result it takes off,
      *    so one over the threshold undoes a reported item; an
      *    adjustment carries the prior result it replaces, so one
      *    whose prior result was over the threshold changes a
      *    reported item, whatever its new result. Both go out as
      *    amendments, as does a reversal or adjustment of a posting
      *    an earlier extract reported as part of a split pattern,
      *    whatever its size. An adjustment that lifts a posting over
      *    the threshold for the first time is a new item. A cycle
      *    backout's extract only undoes postings already reported
      *    or not, so each of its details that touches an amount over
      *    the threshold, or a split-pattern posting, amends the
      *    original and none is new. Details extracted before the
      *    prior-result field existed carry spaces there and are
      *    taken as a zero prior.
      ******************************************************************
       SELECT-GL-DETAIL.
           IF GLD-PRIOR-RESULT NUMERIC
               MOVE GLD-PRIOR-RESULT TO WS-DETAIL-PRIOR
           ELSE
               MOVE ZEROS TO WS-DETAIL-PRIOR
           END-IF
           MOVE SPACE TO WS-ITEM-KIND-WORK
           MOVE "N" TO WS-SPLIT-FOUND-SWITCH
           IF GL-IS-BACKOUT
               OR GLD-TYPE-CODE = "R"
               OR GLD-TYPE-CODE = "J"
               MOVE GLD-RECORD-ID TO WS-SPLIT-LOOKUP-ID
               MOVE GLD-TRAN-DATE TO WS-SPLIT-LOOKUP-DATE
               PERFORM LOCATE-REPORTED-SPLIT
           END-IF
           EVALUATE TRUE
               WHEN GL-IS-BACKOUT
                   AND (GLD-RESULT > WS-THRESHOLD
                       OR WS-DETAIL-PRIOR > WS-THRESHOLD
                       OR REPORTED-SPLIT-POSTING)
                   MOVE "A" TO WS-ITEM-KIND-WORK
               WHEN GL-IS-BACKOUT
                   CONTINUE
               WHEN REPORTED-SPLIT-POSTING
                   MOVE "A" TO WS-ITEM-KIND-WORK
               WHEN GLD-TYPE-CODE = "R"
                   AND GLD-RESULT > WS-THRESHOLD
                   MOVE "A" TO WS-ITEM-KIND-WORK
               WHEN GLD-TYPE-CODE = "R"
                   CONTINUE
               WHEN GLD-TYPE-CODE = "J"
                   AND WS-DETAIL-PRIOR > WS-THRESHOLD
                   MOVE "A" TO WS-ITEM-KIND-WORK
               WHEN GLD-RESULT > WS-THRESHOLD
                   MOVE "N" TO WS-ITEM-KIND-WORK
           END-EVALUATE
           IF WS-ITEM-KIND-WORK NOT = SPACE
               PERFORM STORE-REPORTED-ITEM
           END-IF.

       STORE-REPORTED-ITEM.
           IF WS-ITEM-COUNT < WS-ITEM-LIMIT
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-KIND-WORK TO WS-ITEM-KIND (WS-ITEM-COUNT)
               MOVE GLD-RECORD-ID TO WS-ITEM-RECORD-ID (WS-ITEM-COUNT)
               MOVE GLD-TRAN-DATE TO WS-ITEM-TRAN-DATE (WS-ITEM-COUNT)
               MOVE GLD-DEPT-CODE TO WS-ITEM-DEPT (WS-ITEM-COUNT)
               IF GLD-TYPE-CODE = SPACE
                   MOVE "O" TO WS-ITEM-TYPE (WS-ITEM-COUNT)
               ELSE
                   MOVE GLD-TYPE-CODE TO WS-ITEM-TYPE (WS-ITEM-COUNT)
               END-IF
               MOVE GLD-RESULT TO WS-ITEM-AMOUNT (WS-ITEM-COUNT)
               IF GLD-TYPE-CODE = "J"
                   MOVE WS-DETAIL-PRIOR
                       TO WS-ITEM-PRIOR (WS-ITEM-COUNT)
               ELSE
                   MOVE ZEROS TO WS-ITEM-PRIOR (WS-ITEM-COUNT)
               END-IF
               IF GLD-CURRENCY-CODE = SPACES
                   MOVE WS-BASE-CURRENCY
                       TO WS-ITEM-CURRENCY (WS-ITEM-COUNT)
                   MOVE GLD-RESULT TO WS-ITEM-CUR-AMOUNT (WS-ITEM-COUNT)
               ELSE
                   MOVE GLD-CURRENCY-CODE
                       TO WS-ITEM-CURRENCY (WS-ITEM-COUNT)
                   MOVE GLD-CURRENCY-RESULT
                       TO WS-ITEM-CUR-AMOUNT (WS-ITEM-COUNT)
               END-IF
               IF WS-ITEM-KIND-WORK = "A"
                   ADD 1 TO WS-AMENDMENT-COUNT
               ELSE
                   ADD 1 TO WS-NEW-ITEM-COUNT
               END-IF
           ELSE
               DISPLAY "FATAL: REPORTED ITEM TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
               SET END-OF-GL-FILE TO TRUE
           END-IF.

      *    The window runs back from the extract's business date
      *    through the number of business days on the card, counting
      *    the business date itself when it is one; weekends and
      *    holidays inside it are covered but not counted. A window
      *    reaching past the start of the calendar starts at its
      *    first date.
       SET-SPLIT-WINDOW.
           MOVE WS-BUSINESS-DATE TO WS-CAL-LOOKUP-DATE
           PERFORM LOCATE-CALENDAR-DATE
           IF NOT CAL-ENTRY-FOUND
               DISPLAY "FATAL: BUSINESS DATE " WS-BUSINESS-DATE
                   " NOT ON BUSINESS CALENDAR"
               SET RUN-ABENDED TO TRUE
           ELSE
               MOVE WS-CAL-SUB TO WS-CAL-RUN-SUB
               MOVE WS-BUSINESS-DATE TO WS-WINDOW-FROM-DATE
               MOVE ZEROS TO WS-BUSINESS-DAY-COUNT
               PERFORM UNTIL WS-BUSINESS-DAY-COUNT
                       NOT < WS-WINDOW-DAYS
                   OR WS-CAL-SUB < 1
                   IF WS-CAL-DAY-TYPE (WS-CAL-SUB) = "B"
                       ADD 1 TO WS-BUSINESS-DAY-COUNT
                   END-IF
                   MOVE WS-CAL-DATE (WS-CAL-SUB) TO WS-WINDOW-FROM-DATE
                   SUBTRACT 1 FROM WS-CAL-SUB
               END-PERFORM
           END-IF.

      ******************************************************************
      *    One sequential pass of the posted master. A posting counts
      *    toward a split pattern while it is live (posted or
      *    confirmed, not reversed), was posted inside the window,
      *    and its base-currency result lies in the band just below
      *    the threshold - at or under it, since anything over it is
      *    reported on its own. The day's own postings are on the
      *    master by now, so they count with the rest.
      ******************************************************************
       SCAN-POSTED-MASTER.
           OPEN INPUT POSTED-FILE
           EVALUATE WS-POSTED-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-POSTED-FILE
                       READ POSTED-FILE NEXT RECORD
                           AT END
                               SET END-OF-POSTED-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-POSTED-READ-COUNT
                               PERFORM SELECT-POSTED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE POSTED-FILE
               WHEN "35"
                   DISPLAY "Posted master not yet created - no split "
                       "transaction check"
               WHEN OTHER
                   DISPLAY "FATAL: UNABLE TO OPEN PSTMAST, STATUS="
                       WS-POSTED-FILE-STATUS
                   SET RUN-ABENDED TO TRUE
           END-EVALUATE.

       SELECT-POSTED-RECORD.
           IF PST-IS-POSTED
               AND PST-RESULT NOT < WS-NEAR-FLOOR
               AND PST-RESULT NOT > WS-THRESHOLD
               AND PST-POST-DATE NOT < WS-WINDOW-FROM-DATE
               AND PST-POST-DATE NOT > WS-BUSINESS-DATE
               PERFORM STORE-NEAR-POSTING
           END-IF.

       STORE-NEAR-POSTING.
           IF WS-NEAR-COUNT < WS-NEAR-LIMIT
               ADD 1 TO WS-NEAR-COUNT
               MOVE PST-RECORD-ID TO WS-NEAR-RECORD-ID (WS-NEAR-COUNT)
               MOVE PST-TRAN-DATE TO WS-NEAR-TRAN-DATE (WS-NEAR-COUNT)
               MOVE PST-DEPT-CODE TO WS-NEAR-DEPT (WS-NEAR-COUNT)
               IF PST-TYPE-CODE = SPACE
                   MOVE "O" TO WS-NEAR-TYPE (WS-NEAR-COUNT)
               ELSE
                   MOVE PST-TYPE-CODE TO WS-NEAR-TYPE (WS-NEAR-COUNT)
               END-IF
               MOVE PST-RESULT TO WS-NEAR-RESULT (WS-NEAR-COUNT)
               IF PST-CURRENCY-CODE = SPACES
                   MOVE WS-BASE-CURRENCY
                       TO WS-NEAR-CURRENCY (WS-NEAR-COUNT)
                   MOVE PST-RESULT TO WS-NEAR-CUR-RESULT (WS-NEAR-COUNT)
               ELSE
                   MOVE PST-CURRENCY-CODE
                       TO WS-NEAR-CURRENCY (WS-NEAR-COUNT)
                   MOVE PST-CURRENCY-RESULT
                       TO WS-NEAR-CUR-RESULT (WS-NEAR-COUNT)
               END-IF
               PERFORM TALLY-NEAR-POSTING
           ELSE
               DISPLAY "FATAL: JUST-BELOW POSTING TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
               SET END-OF-POSTED-FILE TO TRUE
           END-IF.

       TALLY-NEAR-POSTING.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH
           MOVE 1 TO WS-DEPT-SUB
           PERFORM UNTIL DEPT-ENTRY-FOUND
               OR WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) = PST-DEPT-CODE
                   SET DEPT-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DEPT-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DEPT-ENTRY-FOUND
                   ADD 1 TO WS-DEPT-NEAR-COUNT (WS-DEPT-SUB)
                   ADD PST-RESULT TO WS-DEPT-NEAR-TOTAL (WS-DEPT-SUB)
               WHEN WS-DEPT-COUNT < WS-DEPT-LIMIT
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE PST-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
                   MOVE 1 TO WS-DEPT-NEAR-COUNT (WS-DEPT-COUNT)
                   MOVE PST-RESULT TO WS-DEPT-NEAR-TOTAL (WS-DEPT-COUNT)
               WHEN OTHER
                   DISPLAY "FATAL: DEPARTMENT TABLE LIMIT EXCEEDED"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-POSTED-FILE TO TRUE
           END-EVALUATE.

      ******************************************************************
      *    Report and extract carry the same items in the same order:
      *    the GL items in extract order, then each department with a
      *    split pattern followed by its just-below postings. The
      *    trailer hash adds the amount field of every detail.
      ******************************************************************
       WRITE-COMPLIANCE-OUTPUT.
           MOVE WS-BUSINESS-DATE TO LRP-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO LRP-CYCLE-NUMBER
           MOVE WS-THRESHOLD TO LRP-THRESHOLD
           WRITE LTX-REPORT-RECORD FROM WS-LTX-PARM-LINE
           MOVE WS-WINDOW-FROM-DATE TO LRP-WINDOW-FROM
           MOVE WS-WINDOW-DAYS TO LRP-WINDOW-DAYS
           MOVE WS-NEAR-PERCENT TO LRP-NEAR-PERCENT
           MOVE WS-MINIMUM-COUNT TO LRP-MINIMUM-COUNT
           IF GL-IS-BACKOUT
               WRITE LTX-REPORT-RECORD FROM WS-LTX-BACKOUT-LINE
           ELSE
               WRITE LTX-REPORT-RECORD FROM WS-LTX-WINDOW-LINE
           END-IF

           MOVE SPACES TO LARGE-TXN-EXTRACT-RECORD
           SET LTX-HEADER-RECORD TO TRUE
           MOVE WS-BUSINESS-DATE TO LTXH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO LTXH-CYCLE-NUMBER
           MOVE WS-RUN-DATE TO LTXH-RUN-DATE
           MOVE WS-RUN-TIME TO LTXH-RUN-TIME
           MOVE WS-THRESHOLD TO LTXH-THRESHOLD
           MOVE WS-WINDOW-FROM-DATE TO LTXH-WINDOW-FROM
           MOVE WS-WINDOW-DAYS TO LTXH-WINDOW-DAYS
           MOVE WS-GL-OPERATION-CODE TO LTXH-OPERATION-CODE
           WRITE LARGE-TXN-EXTRACT-RECORD

           WRITE LTX-REPORT-RECORD FROM WS-LTX-ITEM-HEADER
           IF WS-ITEM-COUNT = ZEROS
               WRITE LTX-REPORT-RECORD FROM WS-LTX-NONE-LINE
           ELSE
               WRITE LTX-REPORT-RECORD FROM WS-LTX-COLUMNS
               PERFORM WRITE-REPORTED-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           END-IF

           IF NOT GL-IS-BACKOUT
               WRITE LTX-REPORT-RECORD FROM WS-LTX-SPLIT-HEADER
               PERFORM WRITE-SPLIT-DEPARTMENT
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-SPLIT-DEPT-COUNT = ZEROS
                   WRITE LTX-REPORT-RECORD FROM WS-LTX-NONE-LINE
               END-IF
           END-IF

           MOVE SPACES TO LARGE-TXN-EXTRACT-RECORD
           SET LTX-TRAILER-RECORD TO TRUE
           MOVE WS-EXTRACT-COUNT TO LTXT-RECORD-COUNT
           MOVE WS-EXTRACT-HASH TO LTXT-HASH-TOTAL
           WRITE LARGE-TXN-EXTRACT-RECORD.

       WRITE-REPORTED-ITEM.
           MOVE SPACES TO LARGE-TXN-EXTRACT-RECORD
           SET LTX-DETAIL-RECORD TO TRUE
           MOVE WS-ITEM-KIND (WS-ITEM-SUB) TO LTXD-ITEM-TYPE
           MOVE WS-ITEM-RECORD-ID (WS-ITEM-SUB) TO LTXD-RECORD-ID
           MOVE WS-ITEM-TRAN-DATE (WS-ITEM-SUB) TO LTXD-TRAN-DATE
           MOVE WS-ITEM-DEPT (WS-ITEM-SUB) TO LTXD-DEPT-CODE
           MOVE WS-ITEM-TYPE (WS-ITEM-SUB) TO LTXD-TRAN-TYPE
           MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO LTXD-AMOUNT
           MOVE WS-ITEM-PRIOR (WS-ITEM-SUB) TO LTXD-PRIOR-AMOUNT
           MOVE WS-ITEM-CURRENCY (WS-ITEM-SUB) TO LTXD-CURRENCY-CODE
           MOVE WS-ITEM-CUR-AMOUNT (WS-ITEM-SUB)
               TO LTXD-CURRENCY-AMOUNT
           MOVE ZEROS TO LTXD-POSTING-COUNT
           PERFORM WRITE-EXTRACT-DETAIL

           EVALUATE TRUE
               WHEN LTXD-NEW-ITEM
                   MOVE "NEW" TO LRP-ITEM-KIND
               WHEN GL-IS-BACKOUT
                   MOVE "AMEND BKO" TO LRP-ITEM-KIND
               WHEN LTXD-TRAN-TYPE = "R"
                   MOVE "AMEND REV" TO LRP-ITEM-KIND
               WHEN OTHER
                   MOVE "AMEND ADJ" TO LRP-ITEM-KIND
           END-EVALUATE
           PERFORM WRITE-ITEM-LINE.

       WRITE-SPLIT-DEPARTMENT.
           IF WS-DEPT-NEAR-COUNT (WS-DEPT-SUB) NOT < WS-MINIMUM-COUNT
               ADD 1 TO WS-SPLIT-DEPT-COUNT
               MOVE SPACES TO LARGE-TXN-EXTRACT-RECORD
               SET LTX-DETAIL-RECORD TO TRUE
               SET LTXD-SPLIT-DEPT TO TRUE
               MOVE ZEROS TO LTXD-RECORD-ID
               MOVE ZEROS TO LTXD-TRAN-DATE
               MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO LTXD-DEPT-CODE
               MOVE WS-DEPT-NEAR-TOTAL (WS-DEPT-SUB) TO LTXD-AMOUNT
               MOVE ZEROS TO LTXD-PRIOR-AMOUNT
               MOVE WS-BASE-CURRENCY TO LTXD-CURRENCY-CODE
               MOVE WS-DEPT-NEAR-TOTAL (WS-DEPT-SUB)
                   TO LTXD-CURRENCY-AMOUNT
               MOVE WS-DEPT-NEAR-COUNT (WS-DEPT-SUB)
                   TO LTXD-POSTING-COUNT
               PERFORM WRITE-EXTRACT-DETAIL

               MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO LRP-SPLIT-DEPT
               MOVE WS-DEPT-NEAR-COUNT (WS-DEPT-SUB) TO LRP-SPLIT-COUNT
               MOVE WS-DEPT-NEAR-TOTAL (WS-DEPT-SUB) TO LRP-SPLIT-TOTAL
               WRITE LTX-REPORT-RECORD FROM WS-LTX-SPLIT-DEPT-LINE
               WRITE LTX-REPORT-RECORD FROM WS-LTX-COLUMNS
               PERFORM WRITE-SPLIT-POSTING
                   VARYING WS-NEAR-SUB FROM 1 BY 1
                   UNTIL WS-NEAR-SUB > WS-NEAR-COUNT
           END-IF.

       WRITE-SPLIT-POSTING.
           IF WS-NEAR-DEPT (WS-NEAR-SUB) = WS-DEPT-CODE (WS-DEPT-SUB)
               MOVE SPACES TO LARGE-TXN-EXTRACT-RECORD
               SET LTX-DETAIL-RECORD TO TRUE
               SET LTXD-SPLIT-POSTING TO TRUE
               MOVE WS-NEAR-RECORD-ID (WS-NEAR-SUB) TO LTXD-RECORD-ID
               MOVE WS-NEAR-TRAN-DATE (WS-NEAR-SUB) TO LTXD-TRAN-DATE
               MOVE WS-NEAR-DEPT (WS-NEAR-SUB) TO LTXD-DEPT-CODE
               MOVE WS-NEAR-TYPE (WS-NEAR-SUB) TO LTXD-TRAN-TYPE
               MOVE WS-NEAR-RESULT (WS-NEAR-SUB) TO LTXD-AMOUNT
               MOVE ZEROS TO LTXD-PRIOR-AMOUNT
               MOVE WS-NEAR-CURRENCY (WS-NEAR-SUB)
                   TO LTXD-CURRENCY-CODE
               MOVE WS-NEAR-CUR-RESULT (WS-NEAR-SUB)
                   TO LTXD-CURRENCY-AMOUNT
               MOVE ZEROS TO LTXD-POSTING-COUNT
               PERFORM WRITE-EXTRACT-DETAIL

               MOVE "  POSTING" TO LRP-ITEM-KIND
               PERFORM WRITE-ITEM-LINE
           END-IF.

       WRITE-EXTRACT-DETAIL.
           WRITE LARGE-TXN-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT
           ADD LTXD-AMOUNT TO WS-EXTRACT-HASH.

       WRITE-ITEM-LINE.
           MOVE LTXD-RECORD-ID TO LRP-RECORD-ID
           MOVE LTXD-TRAN-DATE TO LRP-TRAN-DATE
           MOVE LTXD-DEPT-CODE TO LRP-DEPT
           MOVE LTXD-TRAN-TYPE TO LRP-TRAN-TYPE
           MOVE LTXD-AMOUNT TO LRP-AMOUNT
           MOVE LTXD-PRIOR-AMOUNT TO LRP-PRIOR-AMOUNT
           MOVE LTXD-CURRENCY-CODE TO LRP-CURRENCY
           MOVE LTXD-CURRENCY-AMOUNT TO LRP-CUR-AMOUNT
           WRITE LTX-REPORT-RECORD FROM WS-LTX-ITEM-LINE.

       TERMINATION.
           IF WS-LTX-REPORT-STATUS = "00" AND NOT RUN-ABENDED
               MOVE WS-NEW-ITEM-COUNT TO LRP-NEW-COUNT
               MOVE WS-AMENDMENT-COUNT TO LRP-AMENDMENT-COUNT
               MOVE WS-SPLIT-DEPT-COUNT TO LRP-SPLIT-DEPT-COUNT
               MOVE WS-EXTRACT-COUNT TO LRP-EXTRACT-COUNT
               WRITE LTX-REPORT-RECORD FROM WS-LTX-COUNT-LINE
           END-IF

           CLOSE EXTRACT-FILE
           CLOSE LTX-REPORT-FILE

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "GL details read:        " WS-GL-DETAIL-COUNT
           DISPLAY "New items:              " WS-NEW-ITEM-COUNT
           DISPLAY "Amendments:             " WS-AMENDMENT-COUNT
           DISPLAY "Postings read:          " WS-POSTED-READ-COUNT
           DISPLAY "Just-below postings:    " WS-NEAR-COUNT
           DISPLAY "Split departments:      " WS-SPLIT-DEPT-COUNT
           DISPLAY "Extract details:        " WS-EXTRACT-COUNT

      *    Items to report are the step's ordinary output, not an
      *    exception; only an abend, which leaves the extract
      *    without a header or trailer, ends it non-zero.
           IF RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
           MOVE "LRGTXN" TO AUD-PROGRAM-ID
           MOVE "GLFILE" TO AUD-INPUT-FILE-NAME
           MOVE WS-GL-DETAIL-COUNT TO AUD-RECORDS-PROCESSED
           MOVE WS-EXTRACT-COUNT TO AUD-REJECT-COUNT
           MOVE ZEROS TO AUD-CONTROL-TOTAL
           MOVE WS-CYCLE-NUMBER TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
       END PROGRAM LRGTXN-PROCEDURE.
