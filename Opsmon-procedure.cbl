      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Daily operations status monitor. Read the run-control
      *          master and the audit log over a range of business
      *          dates and print one status grid entry per business
      *          date and settlement cycle: the lifecycle stamps and
      *          source feeds from run control, and every program run
      *          logged under that date and cycle with its time,
      *          operator, record counts and control total. Flag a
      *          day accepted but never posted, posted but never
      *          closed, a GL extract no GLACK run followed, a second
      *          cycle with no first cycle, and a rerun the gatekeeper
      *          was forced to accept, and end non-zero when any is
      *          found so the morning schedule stops for a look.
      *          With no dates on the selection card the prior
      *          business day on the business calendar is shown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSMON-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELECT-CARD-FILE
               ASSIGN TO "OPMSELCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELECT-CARD-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCM-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT AUDIT-IN-FILE
               ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

           SELECT MONITOR-REPORT-FILE
               ASSIGN TO "OPMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONITOR-REPORT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SELECT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY OPMSELCD.

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY CALREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE OMITTED.
           COPY RUNCTL.

       FD  AUDIT-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-IN-RECORD             PIC X(90).

       FD  MONITOR-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  MONITOR-REPORT-RECORD       PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 WS-SELECT-CARD-STATUS        PIC X(02) VALUE "00".
       77 WS-CALENDAR-FILE-STATUS      PIC X(02) VALUE "00".
       77 WS-RUN-CONTROL-STATUS        PIC X(02) VALUE "00".
       77 WS-AUDIT-IN-STATUS           PIC X(02) VALUE "00".
       77 WS-MONITOR-REPORT-STATUS     PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".

       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-CAL-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-CALENDAR-FILE              VALUE "Y".
       77 WS-RCM-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-RUN-CONTROL                VALUE "Y".
       77 WS-AUDIT-EOF-SWITCH          PIC X(01) VALUE "N".
           88 END-OF-AUDIT-IN                   VALUE "Y".
       77 WS-GRID-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 GRID-ENTRY-FOUND                  VALUE "Y".
       77 WS-IN-RANGE-SWITCH           PIC X(01) VALUE "N".
           88 AUDIT-LINE-IN-RANGE               VALUE "Y".

       77 WS-GRID-SUB                  PIC 9(03) VALUE ZEROS.
       77 WS-ENTRY-SUB                 PIC 9(03) VALUE ZEROS.
       77 WS-SHIFT-SUB                 PIC 9(03) VALUE ZEROS.
       77 WS-GRID-LIMIT                PIC 9(03) VALUE 500.
       77 WS-AUD-SUB                   PIC 9(04) VALUE ZEROS.
       77 WS-AUD-LIMIT                 PIC 9(04) VALUE 3000.
       77 WS-SRC-SUB                   PIC 9(01) VALUE ZEROS.
      *    The audit-table entry of the latest GL extract in the range
      *    that no GLACK run has followed yet; zero when there is none.
       77 WS-PENDING-EXTRACT-SUB       PIC 9(04) VALUE ZEROS.

       77 WS-FROM-DATE                 PIC 9(08) VALUE ZEROS.
       77 WS-TO-DATE                   PIC 9(08) VALUE ZEROS.

       77 WS-MASTER-READ-COUNT         PIC 9(08) VALUE ZEROS.
       77 WS-AUDIT-READ-COUNT          PIC 9(08) VALUE ZEROS.
       77 WS-ENTRY-RUN-COUNT           PIC 9(04) VALUE ZEROS.
       77 WS-EXCEPTION-COUNT           PIC 9(05) VALUE ZEROS.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

       01 WS-SEARCH-KEY.
           05 WS-SEARCH-DATE           PIC 9(08).
           05 WS-SEARCH-CYCLE          PIC 9(01).

      *    Work copy of the AUDITREC layout for the log being read,
      *    which may be the archived history concatenated ahead of
      *    the active log; the run's own audit record is composed in
      *    the output file's record area.
       01 WS-AUDIT-WORK.
           05 AWK-RUN-DATE             PIC 9(08).
           05 AWK-RUN-TIME             PIC 9(08).
           05 AWK-OPERATOR-ID          PIC X(08).
           05 AWK-PROGRAM-ID           PIC X(12).
           05 AWK-INPUT-FILE-NAME      PIC X(20).
           05 AWK-RECORDS-PROCESSED    PIC 9(08).
           05 AWK-REJECT-COUNT         PIC 9(08).
           05 AWK-CONTROL-TOTAL        PIC 9(10)V99.
           05 AWK-CYCLE-NUMBER         PIC 9(01).
           05 FILLER                   PIC X(05).

       01 WS-AUDIT-RANGE-NAME.
           05 WS-AUDIT-RANGE-FROM      PIC 9(08).
           05 FILLER                   PIC X(01) VALUE "-".
           05 WS-AUDIT-RANGE-TO        PIC 9(08).
           05 FILLER                   PIC X(03) VALUE SPACES.

      *    One entry per business date and cycle in the range, kept in
      *    date and cycle order. Cycle zero gathers the runs of the
      *    programs that work under no settlement cycle on that date.
      *    An entry built from the audit log alone is not on the run-
      *    control master.
       01 WS-GRID-TABLE.
           05 WS-GRID-COUNT            PIC 9(03) VALUE ZEROS.
           05 WS-GRID-ENTRY OCCURS 500 TIMES.
               10 WS-GRID-KEY.
                   15 WS-GRID-DATE     PIC 9(08).
                   15 WS-GRID-CYCLE    PIC 9(01).
               10 WS-GRID-ON-MASTER    PIC X(01).
               10 WS-GRID-STATUS       PIC X(01).
               10 WS-GRID-ACCEPTED-DATE PIC 9(08).
               10 WS-GRID-ACCEPTED-TIME PIC 9(08).
               10 WS-GRID-POSTED-DATE  PIC 9(08).
               10 WS-GRID-CLOSED-DATE  PIC 9(08).
               10 WS-GRID-BACKOUT-DATE PIC 9(08).
               10 WS-GRID-SUBLEDGER-DATE PIC 9(08).
               10 WS-GRID-FORCED       PIC X(01).
               10 WS-GRID-SOURCE-COUNT PIC 9(01).
               10 WS-GRID-SOURCE OCCURS 5 TIMES.
                   15 WS-GRID-SRC-ID       PIC X(03).
                   15 WS-GRID-SRC-STATUS   PIC X(01).
                   15 WS-GRID-SRC-DATE     PIC 9(08).
                   15 WS-GRID-SRC-TIME     PIC 9(08).
                   15 WS-GRID-SRC-RECORDS  PIC 9(08).
                   15 WS-GRID-SRC-HASH     PIC 9(13)V99.
                   15 WS-GRID-SRC-FORCED   PIC X(01).

      *    Every program run logged in the range, in log order.
       01 WS-AUD-TABLE.
           05 WS-AUD-COUNT             PIC 9(04) VALUE ZEROS.
           05 WS-AUD-ENTRY OCCURS 3000 TIMES.
               10 WS-AUD-KEY.
                   15 WS-AUD-DATE      PIC 9(08).
                   15 WS-AUD-CYCLE     PIC 9(01).
               10 WS-AUD-TIME          PIC 9(08).
               10 WS-AUD-PROGRAM       PIC X(12).
               10 WS-AUD-OPERATOR      PIC X(08).
               10 WS-AUD-RECORDS       PIC 9(08).
               10 WS-AUD-REJECTS       PIC 9(08).
               10 WS-AUD-TOTAL         PIC 9(10)V99.
      *        Y on a GL extract run no GLACK run followed.
               10 WS-AUD-NOT-ACKED     PIC X(01).

       01 WS-OPM-REPORT-HEADER.
           05 FILLER                   PIC X(30) VALUE
               "DAILY OPERATIONS STATUS       ".
           05 FILLER                   PIC X(50) VALUE SPACES.

       01 WS-OPM-RANGE-LINE.
           05 FILLER                   PIC X(06) VALUE "FROM: ".
           05 OMR-FROM-DATE            PIC 9(08).
           05 FILLER                   PIC X(05) VALUE " TO: ".
           05 OMR-TO-DATE              PIC 9(08).
           05 FILLER                   PIC X(53) VALUE SPACES.

       01 WS-OPM-ENTRY-LINE.
           05 FILLER                   PIC X(05) VALUE "DATE ".
           05 OMR-DATE                 PIC 9(08).
           05 FILLER                   PIC X(08) VALUE "  CYCLE ".
           05 OMR-CYCLE                PIC X(01).
           05 FILLER                   PIC X(10) VALUE
               "  STATUS: ".
           05 OMR-STATUS-TEXT          PIC X(14).
           05 OMR-BACKOUT-LABEL        PIC X(10).
           05 OMR-BACKOUT-DATE         PIC X(08).
           05 FILLER                   PIC X(16) VALUE SPACES.

       01 WS-OPM-STAMP-LINE.
           05 FILLER                   PIC X(11) VALUE
               "  ACCEPTED ".
           05 OMR-ACCEPTED-DATE        PIC 9(08) BLANK WHEN ZERO.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-ACCEPTED-TIME        PIC 9(08) BLANK WHEN ZERO.
           05 FILLER                   PIC X(10) VALUE "  POSTED ".
           05 OMR-POSTED-DATE          PIC 9(08) BLANK WHEN ZERO.
           05 FILLER                   PIC X(10) VALUE "  CLOSED ".
           05 OMR-CLOSED-DATE          PIC 9(08) BLANK WHEN ZERO.
           05 FILLER                   PIC X(08) VALUE "  CARRY ".
           05 OMR-SUBLEDGER-DATE       PIC 9(08) BLANK WHEN ZERO.

       01 WS-OPM-SOURCE-LINE.
           05 FILLER                   PIC X(06) VALUE "  SRC ".
           05 OMR-SRC-ID               PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-SRC-STATUS-TEXT      PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-SRC-DATE             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-SRC-TIME             PIC 9(08).
           05 FILLER                   PIC X(06) VALUE " RECS ".
           05 OMR-SRC-RECORDS          PIC ZZZZZZZ9.
           05 FILLER                   PIC X(06) VALUE " HASH ".
           05 OMR-SRC-HASH             PIC Z(12)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-SRC-FORCED           PIC X(06).
           05 FILLER                   PIC X(01) VALUE SPACES.

       01 WS-OPM-RUN-COLUMNS.
           05 FILLER                   PIC X(15) VALUE
               "  PROGRAM      ".
           05 FILLER                   PIC X(09) VALUE "DATE     ".
           05 FILLER                   PIC X(09) VALUE "TIME     ".
           05 FILLER                   PIC X(09) VALUE "OPERATOR ".
           05 FILLER                   PIC X(09) VALUE " RECORDS ".
           05 FILLER                   PIC X(09) VALUE " REJECTS ".
           05 FILLER                   PIC X(14) VALUE
               " CONTROL TOTAL".
           05 FILLER                   PIC X(06) VALUE SPACES.

       01 WS-OPM-RUN-LINE.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 OMR-PROGRAM              PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-RUN-DATE             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-RUN-TIME             PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-OPERATOR             PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-RECORDS              PIC ZZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-REJECTS              PIC ZZZZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 OMR-CONTROL-TOTAL        PIC Z(9)9.99.
           05 FILLER                   PIC X(07) VALUE SPACES.

       01 WS-OPM-NO-RUNS-LINE.
           05 FILLER                   PIC X(30) VALUE
               "  NO PROGRAM RUNS LOGGED      ".
           05 FILLER                   PIC X(50) VALUE SPACES.

       01 WS-OPM-EXCEPTION-LINE.
           05 FILLER                   PIC X(06) VALUE "  *** ".
           05 OMR-EXCEPTION-TEXT       PIC X(50).
           05 FILLER                   PIC X(24) VALUE SPACES.

       01 WS-OPM-COUNT-LINE.
           05 FILLER                   PIC X(09) VALUE "ENTRIES: ".
           05 OMR-ENTRY-COUNT          PIC ZZZZ9.
           05 FILLER                   PIC X(08) VALUE "  RUNS: ".
           05 OMR-RUN-COUNT            PIC ZZZZZZZ9.
           05 FILLER                   PIC X(14) VALUE
               "  EXCEPTIONS: ".
           05 OMR-EXCEPTION-COUNT      PIC ZZZZ9.
           05 FILLER                   PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Daily operations status monitor"

           PERFORM INITIALIZATION

           IF NOT RUN-ABENDED
               PERFORM LOAD-RUN-CONTROL
           END-IF

           IF NOT RUN-ABENDED
               PERFORM LOAD-AUDIT-LOG
           END-IF

           IF NOT RUN-ABENDED
               PERFORM WRITE-STATUS-GRID
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-SELECT-CARD
           IF NOT RUN-ABENDED
               PERFORM OPEN-RUN-FILES
           END-IF.

       READ-SELECT-CARD.
           OPEN INPUT SELECT-CARD-FILE
           IF WS-SELECT-CARD-STATUS = "00"
               READ SELECT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OMS-FROM-DATE NUMERIC
                           MOVE OMS-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF OMS-TO-DATE NUMERIC
                           MOVE OMS-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE SELECT-CARD-FILE
           END-IF
           IF WS-FROM-DATE = ZEROS
               PERFORM SET-PRIOR-BUSINESS-DATE
           END-IF
           IF WS-TO-DATE = ZEROS
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               AND NOT RUN-ABENDED
               DISPLAY "FATAL: FROM DATE " WS-FROM-DATE
                   " IS AFTER TO DATE " WS-TO-DATE
               SET RUN-ABENDED TO TRUE
           END-IF.

      *    With no from date on the card the monitor shows the last
      *    business day before today on the business calendar, so the
      *    morning run looks at finished work rather than today's,
      *    which has not started.
       SET-PRIOR-BUSINESS-DATE.
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
                           IF CAL-DATE < WS-RUN-DATE
                               AND CAL-BUSINESS-DAY
                               MOVE CAL-DATE TO WS-FROM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF WS-FROM-DATE = ZEROS
                   DISPLAY "FATAL: NO BUSINESS DATE BEFORE " WS-RUN-DATE
                       " ON BUSINESS CALENDAR"
                   SET RUN-ABENDED TO TRUE
               END-IF
           END-IF.

       OPEN-RUN-FILES.
           OPEN OUTPUT MONITOR-REPORT-FILE
           IF WS-MONITOR-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN OPMRPT, STATUS="
                   WS-MONITOR-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               WRITE MONITOR-REPORT-RECORD FROM WS-OPM-REPORT-HEADER
               MOVE WS-FROM-DATE TO OMR-FROM-DATE
               MOVE WS-TO-DATE TO OMR-TO-DATE
               WRITE MONITOR-REPORT-RECORD FROM WS-OPM-RANGE-LINE
           END-IF.

      ******************************************************************
      *    The master is browsed from the first cycle of the from
      *    date to the last entry dated on or before the to date.
      ******************************************************************
       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RUNCTLF, STATUS="
                   WS-RUN-CONTROL-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               MOVE WS-FROM-DATE TO RCM-BUSINESS-DATE
               MOVE ZEROS TO RCM-CYCLE-NUMBER
               START RUN-CONTROL-FILE KEY NOT < RCM-KEY
                   INVALID KEY
                       SET END-OF-RUN-CONTROL TO TRUE
               END-START
               PERFORM UNTIL END-OF-RUN-CONTROL
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END
                           SET END-OF-RUN-CONTROL TO TRUE
                       NOT AT END
                           PERFORM STORE-RUN-CONTROL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       STORE-RUN-CONTROL-ENTRY.
           IF RCM-BUSINESS-DATE > WS-TO-DATE
               SET END-OF-RUN-CONTROL TO TRUE
           ELSE
               ADD 1 TO WS-MASTER-READ-COUNT
               MOVE RCM-KEY TO WS-SEARCH-KEY
               PERFORM ADD-GRID-ENTRY
               IF RUN-ABENDED
                   SET END-OF-RUN-CONTROL TO TRUE
               ELSE
                   PERFORM COPY-RUN-CONTROL-ENTRY
               END-IF
           END-IF.

       COPY-RUN-CONTROL-ENTRY.
           MOVE "Y" TO WS-GRID-ON-MASTER (WS-GRID-SUB)
           MOVE RCM-STATUS TO WS-GRID-STATUS (WS-GRID-SUB)
           MOVE RCM-ACCEPTED-DATE TO WS-GRID-ACCEPTED-DATE (WS-GRID-SUB)
           MOVE RCM-ACCEPTED-TIME TO WS-GRID-ACCEPTED-TIME (WS-GRID-SUB)
           MOVE RCM-POSTED-DATE TO WS-GRID-POSTED-DATE (WS-GRID-SUB)
           MOVE RCM-CLOSED-DATE TO WS-GRID-CLOSED-DATE (WS-GRID-SUB)
           MOVE RCM-BACKOUT-DATE TO WS-GRID-BACKOUT-DATE (WS-GRID-SUB)
           MOVE RCM-SUBLEDGER-DATE
               TO WS-GRID-SUBLEDGER-DATE (WS-GRID-SUB)
           IF RCM-RERUN-WAS-FORCED
               MOVE "Y" TO WS-GRID-FORCED (WS-GRID-SUB)
           ELSE
               MOVE "N" TO WS-GRID-FORCED (WS-GRID-SUB)
           END-IF
      *    Entries written before the source table existed hold spaces
      *    in its count and show no source lines.
           IF RCM-SOURCE-COUNT NUMERIC
               MOVE RCM-SOURCE-COUNT
                   TO WS-GRID-SOURCE-COUNT (WS-GRID-SUB)
               PERFORM COPY-SOURCE-ENTRY
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > RCM-SOURCE-COUNT
           ELSE
               MOVE ZEROS TO WS-GRID-SOURCE-COUNT (WS-GRID-SUB)
           END-IF.

       COPY-SOURCE-ENTRY.
           MOVE RCM-SRC-ID (WS-SRC-SUB)
               TO WS-GRID-SRC-ID (WS-GRID-SUB, WS-SRC-SUB)
           MOVE RCM-SRC-STATUS (WS-SRC-SUB)
               TO WS-GRID-SRC-STATUS (WS-GRID-SUB, WS-SRC-SUB)
           MOVE RCM-SRC-DATE (WS-SRC-SUB)
               TO WS-GRID-SRC-DATE (WS-GRID-SUB, WS-SRC-SUB)
           MOVE RCM-SRC-TIME (WS-SRC-SUB)
               TO WS-GRID-SRC-TIME (WS-GRID-SUB, WS-SRC-SUB)
           MOVE RCM-SRC-RECORD-COUNT (WS-SRC-SUB)
               TO WS-GRID-SRC-RECORDS (WS-GRID-SUB, WS-SRC-SUB)
           MOVE RCM-SRC-HASH-TOTAL (WS-SRC-SUB)
               TO WS-GRID-SRC-HASH (WS-GRID-SUB, WS-SRC-SUB)
           MOVE RCM-SRC-FORCE-FLAG (WS-SRC-SUB)
               TO WS-GRID-SRC-FORCED (WS-GRID-SUB, WS-SRC-SUB)
           IF RCM-SRC-FORCE-FLAG (WS-SRC-SUB) = "Y"
               MOVE "Y" TO WS-GRID-FORCED (WS-GRID-SUB)
           END-IF.

      *    Positions WS-GRID-SUB on the entry for the search key, or
      *    on the entry it belongs in front of when there is none.
       LOCATE-GRID-ENTRY.
           MOVE "N" TO WS-GRID-FOUND-SWITCH
           MOVE 1 TO WS-GRID-SUB
           PERFORM UNTIL GRID-ENTRY-FOUND
               OR WS-GRID-SUB > WS-GRID-COUNT
               OR WS-GRID-KEY (WS-GRID-SUB) > WS-SEARCH-KEY
               IF WS-GRID-KEY (WS-GRID-SUB) = WS-SEARCH-KEY
                   SET GRID-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GRID-SUB
               END-IF
           END-PERFORM.

       ADD-GRID-ENTRY.
           PERFORM LOCATE-GRID-ENTRY
           EVALUATE TRUE
               WHEN GRID-ENTRY-FOUND
                   CONTINUE
               WHEN WS-GRID-COUNT < WS-GRID-LIMIT
                   PERFORM SHIFT-GRID-ENTRY
                       VARYING WS-SHIFT-SUB FROM WS-GRID-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-GRID-SUB
                   ADD 1 TO WS-GRID-COUNT
                   MOVE ZEROS TO WS-GRID-ENTRY (WS-GRID-SUB)
                   MOVE WS-SEARCH-KEY TO WS-GRID-KEY (WS-GRID-SUB)
                   MOVE "N" TO WS-GRID-ON-MASTER (WS-GRID-SUB)
                   MOVE SPACE TO WS-GRID-STATUS (WS-GRID-SUB)
                   MOVE "N" TO WS-GRID-FORCED (WS-GRID-SUB)
               WHEN OTHER
                   DISPLAY "FATAL: STATUS GRID TABLE LIMIT EXCEEDED"
                   SET RUN-ABENDED TO TRUE
           END-EVALUATE.

       SHIFT-GRID-ENTRY.
           MOVE WS-GRID-ENTRY (WS-SHIFT-SUB)
               TO WS-GRID-ENTRY (WS-SHIFT-SUB + 1).

      ******************************************************************
      *    The whole log is read in the order it was written. Runs
      *    dated inside the range are kept for the grid under their
      *    run date and cycle. Every GLACK run acknowledges the
      *    latest GL extract, so a FIRST run's extract is taken as
      *    acknowledged when a GLACK run follows it before the next
      *    FIRST run writes another; GLACK runs logged after the to
      *    date still count for the last extract in the range.
      ******************************************************************
       LOAD-AUDIT-LOG.
           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDIT-IN-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN AUDITIN, STATUS="
                   WS-AUDIT-IN-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-AUDIT-IN
                   READ AUDIT-IN-FILE INTO WS-AUDIT-WORK
                       AT END
                           SET END-OF-AUDIT-IN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ-COUNT
                           PERFORM PROCESS-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-IN-FILE
               PERFORM CLOSE-PENDING-EXTRACT
           END-IF.

       PROCESS-AUDIT-LINE.
           MOVE "N" TO WS-IN-RANGE-SWITCH
           IF AWK-RUN-DATE NOT < WS-FROM-DATE
               AND AWK-RUN-DATE NOT > WS-TO-DATE
               PERFORM STORE-AUDIT-LINE
           END-IF
           EVALUATE TRUE
               WHEN AWK-PROGRAM-ID = "FIRST-PROC"
                   PERFORM CLOSE-PENDING-EXTRACT
                   IF AUDIT-LINE-IN-RANGE
                       MOVE WS-AUD-COUNT TO WS-PENDING-EXTRACT-SUB
                   END-IF
               WHEN AWK-PROGRAM-ID = "GLACK"
                   MOVE ZEROS TO WS-PENDING-EXTRACT-SUB
           END-EVALUATE.

      *    Lines written before the cycle number existed carry a space
      *    there and are kept under cycle zero.
       STORE-AUDIT-LINE.
           IF WS-AUD-COUNT < WS-AUD-LIMIT
               SET AUDIT-LINE-IN-RANGE TO TRUE
               ADD 1 TO WS-AUD-COUNT
               MOVE AWK-RUN-DATE TO WS-AUD-DATE (WS-AUD-COUNT)
               IF AWK-CYCLE-NUMBER NUMERIC
                   MOVE AWK-CYCLE-NUMBER TO WS-AUD-CYCLE (WS-AUD-COUNT)
               ELSE
                   MOVE ZEROS TO WS-AUD-CYCLE (WS-AUD-COUNT)
               END-IF
               MOVE AWK-RUN-TIME TO WS-AUD-TIME (WS-AUD-COUNT)
               MOVE AWK-PROGRAM-ID TO WS-AUD-PROGRAM (WS-AUD-COUNT)
               MOVE AWK-OPERATOR-ID TO WS-AUD-OPERATOR (WS-AUD-COUNT)
               MOVE AWK-RECORDS-PROCESSED
                   TO WS-AUD-RECORDS (WS-AUD-COUNT)
               MOVE AWK-REJECT-COUNT TO WS-AUD-REJECTS (WS-AUD-COUNT)
               MOVE AWK-CONTROL-TOTAL TO WS-AUD-TOTAL (WS-AUD-COUNT)
               MOVE "N" TO WS-AUD-NOT-ACKED (WS-AUD-COUNT)
               MOVE WS-AUD-KEY (WS-AUD-COUNT) TO WS-SEARCH-KEY
               PERFORM ADD-GRID-ENTRY
           ELSE
               DISPLAY "FATAL: PROGRAM RUN TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
           END-IF
           IF RUN-ABENDED
               SET END-OF-AUDIT-IN TO TRUE
           END-IF.

       CLOSE-PENDING-EXTRACT.
           IF WS-PENDING-EXTRACT-SUB > ZEROS
               MOVE "Y" TO WS-AUD-NOT-ACKED (WS-PENDING-EXTRACT-SUB)
               MOVE ZEROS TO WS-PENDING-EXTRACT-SUB
           END-IF.

      ******************************************************************
      *    One grid entry per business date and cycle: its lifecycle
      *    and source feeds when it is on the master, the program
      *    runs logged under it, then its exceptions.
      ******************************************************************
       WRITE-STATUS-GRID.
           PERFORM WRITE-GRID-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-GRID-COUNT.

       WRITE-GRID-ENTRY.
           MOVE WS-GRID-DATE (WS-ENTRY-SUB) TO OMR-DATE
           MOVE SPACES TO OMR-BACKOUT-LABEL
           MOVE SPACES TO OMR-BACKOUT-DATE
           IF WS-GRID-CYCLE (WS-ENTRY-SUB) = ZEROS
               MOVE "-" TO OMR-CYCLE
           ELSE
               MOVE WS-GRID-CYCLE (WS-ENTRY-SUB) TO OMR-CYCLE
           END-IF
           EVALUATE TRUE
               WHEN WS-GRID-ON-MASTER (WS-ENTRY-SUB) = "N"
                   AND WS-GRID-CYCLE (WS-ENTRY-SUB) = ZEROS
                   MOVE "NO CYCLE" TO OMR-STATUS-TEXT
               WHEN WS-GRID-ON-MASTER (WS-ENTRY-SUB) = "N"
                   MOVE "NOT ON MASTER" TO OMR-STATUS-TEXT
               WHEN WS-GRID-STATUS (WS-ENTRY-SUB) = "A"
                   MOVE "ACCEPTED" TO OMR-STATUS-TEXT
               WHEN WS-GRID-STATUS (WS-ENTRY-SUB) = "P"
                   MOVE "POSTED" TO OMR-STATUS-TEXT
               WHEN WS-GRID-STATUS (WS-ENTRY-SUB) = "C"
                   MOVE "CLOSED" TO OMR-STATUS-TEXT
               WHEN WS-GRID-STATUS (WS-ENTRY-SUB) = "B"
                   MOVE "BACKED OUT" TO OMR-STATUS-TEXT
                   MOVE "  ON      " TO OMR-BACKOUT-LABEL
                   MOVE WS-GRID-BACKOUT-DATE (WS-ENTRY-SUB)
                       TO OMR-BACKOUT-DATE
               WHEN OTHER
                   MOVE "UNKNOWN" TO OMR-STATUS-TEXT
           END-EVALUATE
           WRITE MONITOR-REPORT-RECORD FROM WS-OPM-ENTRY-LINE

           IF WS-GRID-ON-MASTER (WS-ENTRY-SUB) = "Y"
               MOVE WS-GRID-ACCEPTED-DATE (WS-ENTRY-SUB)
                   TO OMR-ACCEPTED-DATE
               MOVE WS-GRID-ACCEPTED-TIME (WS-ENTRY-SUB)
                   TO OMR-ACCEPTED-TIME
               MOVE WS-GRID-POSTED-DATE (WS-ENTRY-SUB)
                   TO OMR-POSTED-DATE
               MOVE WS-GRID-CLOSED-DATE (WS-ENTRY-SUB)
                   TO OMR-CLOSED-DATE
               MOVE WS-GRID-SUBLEDGER-DATE (WS-ENTRY-SUB)
                   TO OMR-SUBLEDGER-DATE
               WRITE MONITOR-REPORT-RECORD FROM WS-OPM-STAMP-LINE
               PERFORM WRITE-SOURCE-LINE
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB
                       > WS-GRID-SOURCE-COUNT (WS-ENTRY-SUB)
           END-IF

           MOVE ZEROS TO WS-ENTRY-RUN-COUNT
           PERFORM WRITE-RUN-LINE
               VARYING WS-AUD-SUB FROM 1 BY 1
               UNTIL WS-AUD-SUB > WS-AUD-COUNT
           IF WS-ENTRY-RUN-COUNT = ZEROS
               WRITE MONITOR-REPORT-RECORD FROM WS-OPM-NO-RUNS-LINE
           END-IF

           IF WS-GRID-ON-MASTER (WS-ENTRY-SUB) = "Y"
               PERFORM CHECK-GRID-EXCEPTIONS
           END-IF.

       WRITE-SOURCE-LINE.
           MOVE WS-GRID-SRC-ID (WS-ENTRY-SUB, WS-SRC-SUB) TO OMR-SRC-ID
           EVALUATE WS-GRID-SRC-STATUS (WS-ENTRY-SUB, WS-SRC-SUB)
               WHEN "A"
                   MOVE "ACCEPTED" TO OMR-SRC-STATUS-TEXT
               WHEN "R"
                   MOVE "REFUSED" TO OMR-SRC-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES TO OMR-SRC-STATUS-TEXT
           END-EVALUATE
           MOVE WS-GRID-SRC-DATE (WS-ENTRY-SUB, WS-SRC-SUB)
               TO OMR-SRC-DATE
           MOVE WS-GRID-SRC-TIME (WS-ENTRY-SUB, WS-SRC-SUB)
               TO OMR-SRC-TIME
           MOVE WS-GRID-SRC-RECORDS (WS-ENTRY-SUB, WS-SRC-SUB)
               TO OMR-SRC-RECORDS
           MOVE WS-GRID-SRC-HASH (WS-ENTRY-SUB, WS-SRC-SUB)
               TO OMR-SRC-HASH
           IF WS-GRID-SRC-FORCED (WS-ENTRY-SUB, WS-SRC-SUB) = "Y"
               MOVE "FORCED" TO OMR-SRC-FORCED
           ELSE
               MOVE SPACES TO OMR-SRC-FORCED
           END-IF
           WRITE MONITOR-REPORT-RECORD FROM WS-OPM-SOURCE-LINE.

       WRITE-RUN-LINE.
           IF WS-AUD-KEY (WS-AUD-SUB) = WS-GRID-KEY (WS-ENTRY-SUB)
               IF WS-ENTRY-RUN-COUNT = ZEROS
                   WRITE MONITOR-REPORT-RECORD FROM WS-OPM-RUN-COLUMNS
               END-IF
               ADD 1 TO WS-ENTRY-RUN-COUNT
               MOVE WS-AUD-PROGRAM (WS-AUD-SUB) TO OMR-PROGRAM
               MOVE WS-AUD-DATE (WS-AUD-SUB) TO OMR-RUN-DATE
               MOVE WS-AUD-TIME (WS-AUD-SUB) TO OMR-RUN-TIME
               MOVE WS-AUD-OPERATOR (WS-AUD-SUB) TO OMR-OPERATOR
               MOVE WS-AUD-RECORDS (WS-AUD-SUB) TO OMR-RECORDS
               MOVE WS-AUD-REJECTS (WS-AUD-SUB) TO OMR-REJECTS
               MOVE WS-AUD-TOTAL (WS-AUD-SUB) TO OMR-CONTROL-TOTAL
               WRITE MONITOR-REPORT-RECORD FROM WS-OPM-RUN-LINE
               IF WS-AUD-NOT-ACKED (WS-AUD-SUB) = "Y"
                   MOVE "GL EXTRACT ABOVE NOT FOLLOWED BY A GLACK RUN"
                       TO OMR-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *    A later cycle is only expected once the date's first cycle
      *    is on the master; a backed-out day is a finished state.
       CHECK-GRID-EXCEPTIONS.
           IF WS-GRID-STATUS (WS-ENTRY-SUB) = "A"
               MOVE "ACCEPTED BUT NEVER POSTED" TO OMR-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF WS-GRID-STATUS (WS-ENTRY-SUB) = "P"
               MOVE "POSTED BUT NEVER CLOSED" TO OMR-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF WS-GRID-CYCLE (WS-ENTRY-SUB) > 1
               MOVE WS-GRID-DATE (WS-ENTRY-SUB) TO WS-SEARCH-DATE
               MOVE 1 TO WS-SEARCH-CYCLE
               PERFORM LOCATE-GRID-ENTRY
               IF NOT GRID-ENTRY-FOUND
                   OR WS-GRID-ON-MASTER (WS-GRID-SUB) = "N"
                   MOVE "CYCLE n RUN WITH NO CYCLE 1 ON THE DATE"
                       TO OMR-EXCEPTION-TEXT
                   MOVE WS-GRID-CYCLE (WS-ENTRY-SUB)
                       TO OMR-EXCEPTION-TEXT (7:1)
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           IF WS-GRID-FORCED (WS-ENTRY-SUB) = "Y"
               MOVE "RERUN FORCED PAST THE GATEKEEPER"
                   TO OMR-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE MONITOR-REPORT-RECORD FROM WS-OPM-EXCEPTION-LINE.

       TERMINATION.
           IF WS-MONITOR-REPORT-STATUS = "00" AND NOT RUN-ABENDED
               MOVE WS-GRID-COUNT TO OMR-ENTRY-COUNT
               MOVE WS-AUD-COUNT TO OMR-RUN-COUNT
               MOVE WS-EXCEPTION-COUNT TO OMR-EXCEPTION-COUNT
               WRITE MONITOR-REPORT-RECORD FROM WS-OPM-COUNT-LINE
           END-IF

           CLOSE MONITOR-REPORT-FILE

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Run-control entries:    " WS-MASTER-READ-COUNT
           DISPLAY "Audit records read:     " WS-AUDIT-READ-COUNT
           DISPLAY "Program runs in range:  " WS-AUD-COUNT
           DISPLAY "Grid entries:           " WS-GRID-COUNT
           DISPLAY "Exceptions:             " WS-EXCEPTION-COUNT

      *    Any exception ends the step RC=4 so the schedule stops
      *    for operations to look before the day's work goes on.
           EVALUATE TRUE
               WHEN RUN-ABENDED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Records processed = run-control entries plus program runs
      *    in the range, reject count = exceptions; the input name
      *    carries the date range.
       WRITE-AUDIT-RECORD.
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           MOVE WS-FROM-DATE TO WS-AUDIT-RANGE-FROM
           MOVE WS-TO-DATE TO WS-AUDIT-RANGE-TO

           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-TIME TO AUD-RUN-TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "OPSMON" TO AUD-PROGRAM-ID
           MOVE WS-AUDIT-RANGE-NAME TO AUD-INPUT-FILE-NAME
           COMPUTE AUD-RECORDS-PROCESSED =
               WS-MASTER-READ-COUNT + WS-AUD-COUNT
           MOVE WS-EXCEPTION-COUNT TO AUD-REJECT-COUNT
           MOVE ZEROS TO AUD-CONTROL-TOTAL
           MOVE ZEROS TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
       END PROGRAM OPSMON-PROCEDURE.
