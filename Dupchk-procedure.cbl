      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Suspected-duplicate check ahead of posting. Compare
      *          each transaction on the day's feed with the earlier
      *          ones in the same feed and with the postings on the
      *          posted master over an operator-set lookback window,
      *          on department, transaction date, both amounts, type
      *          code and currency, and list every one that matches
      *          under a different record id on a review report and on
      *          the suspect file FIRST-PROCEDURE holds them out of
      *          posting by.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPCHK-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE
               ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

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
               ASSIGN TO "DUPPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT CONTROL-CARD-FILE
               ASSIGN TO "CTLCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.

           SELECT SUSPECT-FILE
               ASSIGN TO "DUPSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-FILE-STATUS.

           SELECT DUP-REPORT-FILE
               ASSIGN TO "DUPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-REPORT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY TRANREC.

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
           COPY DUPPARM.

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY OPCDCARD.

       FD  SUSPECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY DUPSUSP.

       FD  DUP-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DUP-REPORT-RECORD           PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 WS-TRAN-FILE-STATUS          PIC X(02) VALUE "00".
       77 WS-POSTED-FILE-STATUS        PIC X(02) VALUE "00".
       77 WS-CALENDAR-FILE-STATUS      PIC X(02) VALUE "00".
       77 WS-PARM-CARD-STATUS          PIC X(02) VALUE "00".
       77 WS-CONTROL-CARD-STATUS       PIC X(02) VALUE "00".
       77 WS-SUSPECT-FILE-STATUS       PIC X(02) VALUE "00".
       77 WS-DUP-REPORT-STATUS         PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".

       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-TRAN-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-TRAN-FILE                  VALUE "Y".
       77 WS-PST-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-POSTED-FILE                VALUE "Y".
       77 WS-CAL-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-CALENDAR-FILE              VALUE "Y".
       77 WS-CAL-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 CAL-ENTRY-FOUND                   VALUE "Y".
       77 WS-MATCH-FOUND-SWITCH        PIC X(01) VALUE "N".
           88 FEED-MATCH-FOUND                  VALUE "Y".

       77 WS-FEED-SUB                  PIC 9(04) VALUE ZEROS.
       77 WS-EARLIER-SUB               PIC 9(04) VALUE ZEROS.
       77 WS-FEED-LIMIT                PIC 9(04) VALUE 5000.
       77 WS-CAL-SUB                   PIC 9(04) VALUE ZEROS.
       77 WS-CAL-RUN-SUB               PIC 9(04) VALUE ZEROS.
       77 WS-CAL-LIMIT                 PIC 9(04) VALUE 400.
       77 WS-CAL-LOOKUP-DATE           PIC 9(08) VALUE ZEROS.

       77 WS-LOOKBACK-DAYS             PIC 9(03) VALUE 30.
       77 WS-CUTOFF-DATE               PIC 9(08) VALUE ZEROS.
       77 WS-FEED-LOW-DATE             PIC 9(08) VALUE ZEROS.
       77 WS-FEED-HIGH-DATE            PIC 9(08) VALUE ZEROS.

       77 WS-TRAN-READ-COUNT           PIC 9(08) VALUE ZEROS.
       77 WS-POSTED-COMPARED-COUNT     PIC 9(08) VALUE ZEROS.
       77 WS-SUSPECT-COUNT             PIC 9(08) VALUE ZEROS.
       77 WS-POSTED-MATCH-COUNT        PIC 9(08) VALUE ZEROS.
       77 WS-FEED-MATCH-COUNT          PIC 9(08) VALUE ZEROS.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       77 WS-CYCLE-NUMBER              PIC 9(01) VALUE 1.
       77 WS-BASE-CURRENCY             PIC X(03) VALUE "USD".

      *    The content compared, laid out the same way as the feed
      *    table entries below so a whole entry is matched in one
      *    comparison. A space type code is an original, and is
      *    stored as O so the two spellings match each other; a space
      *    currency code is the base currency, and is stored as the
      *    base code the same way.
       01 WS-MATCH-CONTENT.
           05 WS-MATCH-DEPT            PIC X(03).
           05 WS-MATCH-TRAN-DATE       PIC 9(08).
           05 WS-MATCH-AMOUNT-1        PIC 9(07)V99.
           05 WS-MATCH-AMOUNT-2        PIC 9(07)V99.
           05 WS-MATCH-TYPE            PIC X(01).
           05 WS-MATCH-CURRENCY        PIC X(03).

       01 WS-FEED-TABLE.
           05 WS-FEED-COUNT            PIC 9(04) VALUE ZEROS.
           05 WS-FEED-ENTRY OCCURS 5000 TIMES.
               10 WS-FEED-RECORD-ID    PIC 9(06).
               10 WS-FEED-CONTENT.
                   15 WS-FEED-DEPT         PIC X(03).
                   15 WS-FEED-TRAN-DATE    PIC 9(08).
                   15 WS-FEED-AMOUNT-1     PIC 9(07)V99.
                   15 WS-FEED-AMOUNT-2     PIC 9(07)V99.
                   15 WS-FEED-TYPE         PIC X(01).
                   15 WS-FEED-CURRENCY     PIC X(03).
      *        Space while the entry is clean; P or F once it matches
      *        a posting or an earlier feed entry.
               10 WS-FEED-MATCH-SOURCE PIC X(01).
               10 WS-FEED-MATCH-ID     PIC 9(06).
               10 WS-FEED-MATCH-DATE   PIC 9(08).
               10 WS-FEED-MATCH-POSTED PIC 9(08).

       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT             PIC 9(04) VALUE ZEROS.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
               10 WS-CAL-DATE          PIC 9(08).
               10 WS-CAL-DAY-TYPE      PIC X(01).

       01 WS-DUP-REPORT-HEADER.
           05 FILLER                   PIC X(30) VALUE
               "SUSPECTED DUPLICATE REVIEW    ".
           05 FILLER                   PIC X(50) VALUE SPACES.

       01 WS-DUP-WINDOW-LINE.
           05 FILLER                   PIC X(26) VALUE
               "POSTINGS COMPARED FROM:   ".
           05 DRP-CUTOFF-DATE          PIC 9(08).
           05 FILLER                   PIC X(17) VALUE
               "  LOOKBACK DAYS: ".
           05 DRP-LOOKBACK-DAYS        PIC ZZ9.
           05 FILLER                   PIC X(26) VALUE SPACES.

       01 WS-DUP-COLUMNS.
           05 FILLER                   PIC X(07) VALUE "RECORD ".
           05 FILLER                   PIC X(09) VALUE "DATE     ".
           05 FILLER                   PIC X(05) VALUE "DEPT ".
           05 FILLER                   PIC X(02) VALUE "T ".
           05 FILLER                   PIC X(11) VALUE "AMOUNT-1   ".
           05 FILLER                   PIC X(11) VALUE "AMOUNT-2   ".
           05 FILLER                   PIC X(07) VALUE "MATCH  ".
           05 FILLER                   PIC X(09) VALUE "DATE     ".
           05 FILLER                   PIC X(07) VALUE "SOURCE ".
           05 FILLER                   PIC X(08) VALUE "POSTED  ".
           05 FILLER                   PIC X(04) VALUE "CUR ".

       01 WS-DUP-SUSPECT-LINE.
           05 DRP-RECORD-ID            PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DRP-TRAN-DATE            PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DRP-DEPT                 PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DRP-TYPE                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DRP-AMOUNT-1             PIC ZZZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DRP-AMOUNT-2             PIC ZZZZZZ9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DRP-MATCH-RECORD-ID      PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DRP-MATCH-TRAN-DATE      PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DRP-MATCH-SOURCE         PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 DRP-MATCH-POST-DATE      PIC X(08).
           05 DRP-CURRENCY             PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.

       01 WS-DUP-COUNT-LINE.
           05 FILLER                   PIC X(06) VALUE "FEED: ".
           05 DRP-TRAN-READ-COUNT      PIC ZZZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               "  POSTINGS: ".
           05 DRP-POSTED-COMPARED      PIC ZZZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               "  SUSPECTS: ".
           05 DRP-SUSPECT-COUNT        PIC ZZZZZZZ9.
           05 FILLER                   PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Suspected duplicate check"

           PERFORM INITIALIZATION

           IF NOT RUN-ABENDED
               PERFORM LOAD-FEED-TABLE
           END-IF

           IF NOT RUN-ABENDED
               PERFORM COMPARE-WITHIN-FEED
               PERFORM COMPARE-WITH-POSTED-MASTER
           END-IF

           IF NOT RUN-ABENDED
               PERFORM WRITE-SUSPECTS
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-OPERATOR-CARD
           PERFORM READ-PARM-CARD
           PERFORM LOAD-BUSINESS-CALENDAR
           IF NOT RUN-ABENDED
               PERFORM SET-LOOKBACK-CUTOFF
           END-IF
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

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD-FILE
           IF WS-PARM-CARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DPP-LOOKBACK-DAYS NUMERIC
                           AND DPP-LOOKBACK-DAYS > ZEROS
                           MOVE DPP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD-FILE
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
               MOVE WS-RUN-DATE TO WS-CAL-LOOKUP-DATE
               PERFORM LOCATE-CALENDAR-DATE
               IF CAL-ENTRY-FOUND
                   MOVE WS-CAL-SUB TO WS-CAL-RUN-SUB
               ELSE
                   DISPLAY "FATAL: RUN DATE " WS-RUN-DATE
                       " NOT ON BUSINESS CALENDAR"
                   SET RUN-ABENDED TO TRUE
               END-IF
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

      *    The calendar carries every date, so stepping back the
      *    window's number of entries from the run date steps back
      *    that many calendar days. A window reaching past the start
      *    of the calendar compares from its first date.
       SET-LOOKBACK-CUTOFF.
           IF WS-CAL-RUN-SUB > WS-LOOKBACK-DAYS
               COMPUTE WS-CAL-SUB = WS-CAL-RUN-SUB - WS-LOOKBACK-DAYS
           ELSE
               MOVE 1 TO WS-CAL-SUB
           END-IF
           MOVE WS-CAL-DATE (WS-CAL-SUB) TO WS-CUTOFF-DATE.

       OPEN-RUN-FILES.
           OPEN OUTPUT SUSPECT-FILE
           IF WS-SUSPECT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN DUPSUSP, STATUS="
                   WS-SUSPECT-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           OPEN OUTPUT DUP-REPORT-FILE
           IF WS-DUP-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN DUPRPT, STATUS="
                   WS-DUP-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               WRITE DUP-REPORT-RECORD FROM WS-DUP-REPORT-HEADER
               MOVE WS-CUTOFF-DATE TO DRP-CUTOFF-DATE
               MOVE WS-LOOKBACK-DAYS TO DRP-LOOKBACK-DAYS
               WRITE DUP-REPORT-RECORD FROM WS-DUP-WINDOW-LINE
           END-IF.

      ******************************************************************
      *    Only transactions that would post as new money are
      *    compared: a reversal names its own prior posting by key,
      *    and a transaction an operator or supervisor has already
      *    released from a hold has been looked at once. Records
      *    that would fail FIRST's amount or date edits are left for
      *    FIRST to reject.
      ******************************************************************
       LOAD-FEED-TABLE.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN TRANFILE, STATUS="
                   WS-TRAN-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-TRAN-FILE
                   READ TRAN-FILE
                       AT END
                           SET END-OF-TRAN-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TRAN-READ-COUNT
                           PERFORM STORE-FEED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF.

       STORE-FEED-ENTRY.
           EVALUATE TRUE
               WHEN TRAN-IS-REVERSAL
                   CONTINUE
               WHEN TRAN-HOLD-RELEASED OR TRAN-DUP-RELEASED
                   CONTINUE
               WHEN TRAN-AMOUNT-1 NOT NUMERIC
                   OR TRAN-AMOUNT-2 NOT NUMERIC
                   OR TRAN-DATE NOT NUMERIC
                   CONTINUE
               WHEN WS-FEED-COUNT < WS-FEED-LIMIT
                   ADD 1 TO WS-FEED-COUNT
                   MOVE TRAN-RECORD-ID
                       TO WS-FEED-RECORD-ID (WS-FEED-COUNT)
                   MOVE TRAN-DEPT-CODE TO WS-FEED-DEPT (WS-FEED-COUNT)
                   MOVE TRAN-DATE TO WS-FEED-TRAN-DATE (WS-FEED-COUNT)
                   MOVE TRAN-AMOUNT-1
                       TO WS-FEED-AMOUNT-1 (WS-FEED-COUNT)
                   MOVE TRAN-AMOUNT-2
                       TO WS-FEED-AMOUNT-2 (WS-FEED-COUNT)
                   IF TRAN-TYPE-CODE = SPACE
                       MOVE "O" TO WS-FEED-TYPE (WS-FEED-COUNT)
                   ELSE
                       MOVE TRAN-TYPE-CODE
                           TO WS-FEED-TYPE (WS-FEED-COUNT)
                   END-IF
                   IF TRAN-CURRENCY-CODE = SPACES
                       MOVE WS-BASE-CURRENCY
                           TO WS-FEED-CURRENCY (WS-FEED-COUNT)
                   ELSE
                       MOVE TRAN-CURRENCY-CODE
                           TO WS-FEED-CURRENCY (WS-FEED-COUNT)
                   END-IF
                   MOVE SPACE TO WS-FEED-MATCH-SOURCE (WS-FEED-COUNT)
                   MOVE ZEROS TO WS-FEED-MATCH-ID (WS-FEED-COUNT)
                   MOVE ZEROS TO WS-FEED-MATCH-DATE (WS-FEED-COUNT)
                   MOVE ZEROS TO WS-FEED-MATCH-POSTED (WS-FEED-COUNT)
                   IF WS-FEED-COUNT = 1
                       OR TRAN-DATE < WS-FEED-LOW-DATE
                       MOVE TRAN-DATE TO WS-FEED-LOW-DATE
                   END-IF
                   IF TRAN-DATE > WS-FEED-HIGH-DATE
                       MOVE TRAN-DATE TO WS-FEED-HIGH-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY "FATAL: FEED TABLE LIMIT EXCEEDED"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-TRAN-FILE TO TRUE
           END-EVALUATE.

      *    The first occurrence of any content in the feed is taken
      *    as the genuine one; each later occurrence under another
      *    record id is listed against the first.
       COMPARE-WITHIN-FEED.
           PERFORM CHECK-EARLIER-FEED-ENTRIES
               VARYING WS-FEED-SUB FROM 2 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT.

       CHECK-EARLIER-FEED-ENTRIES.
           MOVE "N" TO WS-MATCH-FOUND-SWITCH
           MOVE 1 TO WS-EARLIER-SUB
           PERFORM UNTIL FEED-MATCH-FOUND
               OR WS-EARLIER-SUB NOT < WS-FEED-SUB
               IF WS-FEED-CONTENT (WS-EARLIER-SUB)
                       = WS-FEED-CONTENT (WS-FEED-SUB)
                   AND WS-FEED-RECORD-ID (WS-EARLIER-SUB)
                       NOT = WS-FEED-RECORD-ID (WS-FEED-SUB)
                   SET FEED-MATCH-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-EARLIER-SUB
               END-IF
           END-PERFORM
           IF FEED-MATCH-FOUND
               MOVE "F" TO WS-FEED-MATCH-SOURCE (WS-FEED-SUB)
               MOVE WS-FEED-RECORD-ID (WS-EARLIER-SUB)
                   TO WS-FEED-MATCH-ID (WS-FEED-SUB)
               MOVE WS-FEED-TRAN-DATE (WS-EARLIER-SUB)
                   TO WS-FEED-MATCH-DATE (WS-FEED-SUB)
               MOVE ZEROS TO WS-FEED-MATCH-POSTED (WS-FEED-SUB)
           END-IF.

      ******************************************************************
      *    One sequential pass of the posted master. A posting is
      *    compared only while it is live (posted or confirmed, not
      *    reversed), carries the content fields, and is dated inside
      *    both the lookback window and the span of dates on the
      *    feed. A match with a posting outranks a match within the
      *    feed, since the money has already gone to the ledger.
      ******************************************************************
       COMPARE-WITH-POSTED-MASTER.
           OPEN INPUT POSTED-FILE
           EVALUATE WS-POSTED-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-POSTED-FILE
                       READ POSTED-FILE NEXT RECORD
                           AT END
                               SET END-OF-POSTED-FILE TO TRUE
                           NOT AT END
                               PERFORM SELECT-POSTED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE POSTED-FILE
               WHEN "35"
                   DISPLAY "Posted master not yet created - feed "
                       "compared with itself only"
               WHEN OTHER
                   DISPLAY "FATAL: UNABLE TO OPEN PSTMAST, STATUS="
                       WS-POSTED-FILE-STATUS
                   SET RUN-ABENDED TO TRUE
           END-EVALUATE.

       SELECT-POSTED-RECORD.
           IF WS-FEED-COUNT > ZEROS
               AND PST-IS-POSTED
               AND PST-AMOUNT-1 NUMERIC
               AND PST-AMOUNT-2 NUMERIC
               AND PST-TRAN-DATE NOT < WS-CUTOFF-DATE
               AND PST-TRAN-DATE NOT < WS-FEED-LOW-DATE
               AND PST-TRAN-DATE NOT > WS-FEED-HIGH-DATE
               ADD 1 TO WS-POSTED-COMPARED-COUNT
               MOVE PST-DEPT-CODE TO WS-MATCH-DEPT
               MOVE PST-TRAN-DATE TO WS-MATCH-TRAN-DATE
               MOVE PST-AMOUNT-1 TO WS-MATCH-AMOUNT-1
               MOVE PST-AMOUNT-2 TO WS-MATCH-AMOUNT-2
               MOVE PST-TYPE-CODE TO WS-MATCH-TYPE
               IF PST-CURRENCY-CODE = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-MATCH-CURRENCY
               ELSE
                   MOVE PST-CURRENCY-CODE TO WS-MATCH-CURRENCY
               END-IF
               PERFORM MATCH-POSTED-RECORD
                   VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
           END-IF.

      *    The feed's own record is not a duplicate of itself: the
      *    same key already posted is FIRST's DUP1 reject.
       MATCH-POSTED-RECORD.
           IF WS-FEED-CONTENT (WS-FEED-SUB) = WS-MATCH-CONTENT
               AND WS-FEED-RECORD-ID (WS-FEED-SUB) NOT = PST-RECORD-ID
               AND WS-FEED-MATCH-SOURCE (WS-FEED-SUB) NOT = "P"
               MOVE "P" TO WS-FEED-MATCH-SOURCE (WS-FEED-SUB)
               MOVE PST-RECORD-ID TO WS-FEED-MATCH-ID (WS-FEED-SUB)
               MOVE PST-TRAN-DATE TO WS-FEED-MATCH-DATE (WS-FEED-SUB)
               MOVE PST-POST-DATE
                   TO WS-FEED-MATCH-POSTED (WS-FEED-SUB)
           END-IF.

       WRITE-SUSPECTS.
           IF WS-DUP-REPORT-STATUS = "00"
               WRITE DUP-REPORT-RECORD FROM WS-DUP-COLUMNS
           END-IF
           PERFORM WRITE-ONE-SUSPECT
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT.

       WRITE-ONE-SUSPECT.
           IF WS-FEED-MATCH-SOURCE (WS-FEED-SUB) NOT = SPACE
               MOVE SPACES TO DUPLICATE-SUSPECT-RECORD
               MOVE WS-FEED-RECORD-ID (WS-FEED-SUB) TO DPS-RECORD-ID
               MOVE WS-FEED-TRAN-DATE (WS-FEED-SUB) TO DPS-TRAN-DATE
               MOVE WS-FEED-AMOUNT-1 (WS-FEED-SUB) TO DPS-AMOUNT-1
               MOVE WS-FEED-AMOUNT-2 (WS-FEED-SUB) TO DPS-AMOUNT-2
               MOVE WS-FEED-TYPE (WS-FEED-SUB) TO DPS-TYPE-CODE
               MOVE WS-FEED-DEPT (WS-FEED-SUB) TO DPS-DEPT-CODE
               MOVE WS-FEED-CURRENCY (WS-FEED-SUB) TO DPS-CURRENCY-CODE
               MOVE WS-FEED-MATCH-ID (WS-FEED-SUB)
                   TO DPS-MATCH-RECORD-ID
               MOVE WS-FEED-MATCH-DATE (WS-FEED-SUB)
                   TO DPS-MATCH-TRAN-DATE
               MOVE WS-FEED-MATCH-SOURCE (WS-FEED-SUB)
                   TO DPS-MATCH-SOURCE
               MOVE WS-FEED-MATCH-POSTED (WS-FEED-SUB)
                   TO DPS-MATCH-POST-DATE
               WRITE DUPLICATE-SUSPECT-RECORD
               ADD 1 TO WS-SUSPECT-COUNT
               IF DPS-MATCHED-POSTED
                   ADD 1 TO WS-POSTED-MATCH-COUNT
               ELSE
                   ADD 1 TO WS-FEED-MATCH-COUNT
               END-IF
               PERFORM WRITE-SUSPECT-LINE
           END-IF.

       WRITE-SUSPECT-LINE.
           MOVE DPS-RECORD-ID TO DRP-RECORD-ID
           MOVE DPS-TRAN-DATE TO DRP-TRAN-DATE
           MOVE DPS-DEPT-CODE TO DRP-DEPT
           MOVE DPS-TYPE-CODE TO DRP-TYPE
           MOVE DPS-CURRENCY-CODE TO DRP-CURRENCY
           MOVE DPS-AMOUNT-1 TO DRP-AMOUNT-1
           MOVE DPS-AMOUNT-2 TO DRP-AMOUNT-2
           MOVE DPS-MATCH-RECORD-ID TO DRP-MATCH-RECORD-ID
           MOVE DPS-MATCH-TRAN-DATE TO DRP-MATCH-TRAN-DATE
           IF DPS-MATCHED-POSTED
               MOVE "POSTED" TO DRP-MATCH-SOURCE
               MOVE DPS-MATCH-POST-DATE TO DRP-MATCH-POST-DATE
           ELSE
               MOVE "FEED" TO DRP-MATCH-SOURCE
               MOVE SPACES TO DRP-MATCH-POST-DATE
           END-IF
           IF WS-DUP-REPORT-STATUS = "00"
               WRITE DUP-REPORT-RECORD FROM WS-DUP-SUSPECT-LINE
           END-IF.

       TERMINATION.
           IF WS-DUP-REPORT-STATUS = "00"
               MOVE WS-TRAN-READ-COUNT TO DRP-TRAN-READ-COUNT
               MOVE WS-POSTED-COMPARED-COUNT TO DRP-POSTED-COMPARED
               MOVE WS-SUSPECT-COUNT TO DRP-SUSPECT-COUNT
               WRITE DUP-REPORT-RECORD FROM WS-DUP-COUNT-LINE
           END-IF

           CLOSE SUSPECT-FILE
           CLOSE DUP-REPORT-FILE

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Feed records read:      " WS-TRAN-READ-COUNT
           DISPLAY "Feed records compared:  " WS-FEED-COUNT
           DISPLAY "Postings compared:      " WS-POSTED-COMPARED-COUNT
           DISPLAY "Matched a posting:      " WS-POSTED-MATCH-COUNT
           DISPLAY "Matched within feed:    " WS-FEED-MATCH-COUNT

      *    Suspects are an expected outcome, not a failure: they end
      *    the step RC=4 and FIRST holds them; only an abend stops
      *    the posting step.
           EVALUATE TRUE
               WHEN RUN-ABENDED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SUSPECT-COUNT > ZEROS
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
           MOVE "DUPCHK" TO AUD-PROGRAM-ID
           MOVE "TRANFILE" TO AUD-INPUT-FILE-NAME
           MOVE WS-TRAN-READ-COUNT TO AUD-RECORDS-PROCESSED
           MOVE WS-SUSPECT-COUNT TO AUD-REJECT-COUNT
           MOVE ZEROS TO AUD-CONTROL-TOTAL
           MOVE WS-CYCLE-NUMBER TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
       END PROGRAM DUPCHK-PROCEDURE.
