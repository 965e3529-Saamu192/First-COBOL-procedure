      *          process, and age every reject still open past the
      *          operator-set window so none is lost track of.
      * Tectonics: cobc
      * Modified: 10/15/2026 - Show the original's currency code on the
      *           worksheet and carry the correction card's currency
      *           code onto the resubmitted record.
      * Modified: 10/15/2026 - Keep each reject's source system on the
      *           status master and carry it onto the resubmitted
      *           record.
      * Modified: 10/15/2026 - Keep a resubmitted or written-off entry
      *           when the same reject is merged again, using the run
      *           stamp on the reject and the last action's time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJWORK-PROCEDURE.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

       01 WS-REJECTED-STAMP.
           05 WS-REJECTED-DATE         PIC 9(08) VALUE ZEROS.
           05 WS-REJECTED-TIME         PIC 9(08) VALUE ZEROS.

       01 WS-ACTION-STAMP.
           05 WS-ACTION-DATE           PIC 9(08) VALUE ZEROS.
           05 WS-ACTION-TIME           PIC 9(08) VALUE ZEROS.

       01 WS-STAT-TABLE.
           05 WS-STAT-COUNT            PIC 9(03) VALUE ZEROS.
           05 WS-STAT-ENTRY OCCURS 500 TIMES.
               10 WS-STAT-AMOUNT-1     PIC X(09).
               10 WS-STAT-AMOUNT-2     PIC X(09).
               10 WS-STAT-ORIG-FOUND   PIC X(01).
               10 WS-STAT-CURRENCY     PIC X(03).
               10 WS-STAT-SOURCE       PIC X(03).
               10 WS-STAT-ACTION-TIME  PIC 9(08).

       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT             PIC 9(04) VALUE ZEROS.
           05 FILLER                   PIC X(10) VALUE "AMOUNT-2  ".
           05 FILLER                   PIC X(09) VALUE "FIRST    ".
           05 FILLER                   PIC X(05) VALUE "AGE  ".
           05 FILLER                   PIC X(13) VALUE SPACES.
           05 FILLER                   PIC X(03) VALUE "CUR".
           05 FILLER                   PIC X(04) VALUE SPACES.

       01 WS-WORKSHEET-LINE.
           05 WRK-RECORD-ID            PIC 9(06).
           05 WRK-AGED-FLAG            PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WRK-ORIG-FLAG            PIC X(07) VALUE SPACES.
           05 WRK-CURRENCY             PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE SPACES.

       01 WS-WORKSHEET-COUNT-LINE.
           05 FILLER                   PIC X(06) VALUE "OPEN: ".
                   TO WS-STAT-FIRST-SEEN (WS-STAT-SUB)
               MOVE RST-LAST-ACTION-DATE
                   TO WS-STAT-LAST-ACTION (WS-STAT-SUB)
               IF RST-LAST-ACTION-TIME NUMERIC
                   MOVE RST-LAST-ACTION-TIME
                       TO WS-STAT-ACTION-TIME (WS-STAT-SUB)
               ELSE
                   MOVE ZEROS TO WS-STAT-ACTION-TIME (WS-STAT-SUB)
               END-IF
               MOVE SPACES TO WS-STAT-AMOUNT-1 (WS-STAT-SUB)
               MOVE SPACES TO WS-STAT-AMOUNT-2 (WS-STAT-SUB)
               MOVE "N" TO WS-STAT-ORIG-FOUND (WS-STAT-SUB)
               MOVE SPACES TO WS-STAT-CURRENCY (WS-STAT-SUB)
               MOVE RST-SOURCE-ID TO WS-STAT-SOURCE (WS-STAT-SUB)
           ELSE
               DISPLAY "FATAL: REJECT STATUS TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
               CLOSE REJECT-FILE
           END-IF.

      *    A reject already resubmitted or written off after the run
      *    that wrote it (the same generation merged again, or a
      *    declined hold read again from the declined file) keeps its
      *    entry as it stands; one written after that action is the
      *    transaction failing again and reopens the entry. A reject
      *    without its run stamp reopens the entry as before.
       MERGE-ONE-REJECT.
           MOVE REJ-RECORD-ID TO WS-LOOKUP-RECORD-ID
           MOVE REJ-DATE TO WS-LOOKUP-TRAN-DATE
           PERFORM LOCATE-STATUS-ENTRY
           IF STATUS-ENTRY-FOUND
               PERFORM SET-MERGE-STAMPS
               EVALUATE TRUE
                   WHEN WS-STAT-STATUS (WS-STAT-SUB) NOT = "O"
                       AND WS-REJECTED-DATE > ZEROS
                       AND WS-ACTION-STAMP NOT < WS-REJECTED-STAMP
                       CONTINUE
                   WHEN OTHER
                       PERFORM REFRESH-STATUS-ENTRY
               END-EVALUATE
           ELSE
               IF WS-STAT-COUNT < WS-STAT-LIMIT
                   ADD 1 TO WS-STAT-COUNT
                   MOVE SPACES TO WS-STAT-AMOUNT-1 (WS-STAT-SUB)
                   MOVE SPACES TO WS-STAT-AMOUNT-2 (WS-STAT-SUB)
                   MOVE "N" TO WS-STAT-ORIG-FOUND (WS-STAT-SUB)
                   MOVE SPACES TO WS-STAT-CURRENCY (WS-STAT-SUB)
                   MOVE REJ-SOURCE-ID
                       TO WS-STAT-SOURCE (WS-STAT-SUB)
                   MOVE WS-RUN-TIME
                       TO WS-STAT-ACTION-TIME (WS-STAT-SUB)
                   ADD 1 TO WS-NEW-REJECT-COUNT
               ELSE
                   DISPLAY "FATAL: REJECT STATUS TABLE LIMIT EXCEEDED"
               END-IF
           END-IF.

       SET-MERGE-STAMPS.
           IF REJ-REJECTED-DATE NUMERIC
               AND REJ-REJECTED-TIME NUMERIC
               MOVE REJ-REJECTED-DATE TO WS-REJECTED-DATE
               MOVE REJ-REJECTED-TIME TO WS-REJECTED-TIME
           ELSE
               MOVE ZEROS TO WS-REJECTED-STAMP
           END-IF
           MOVE WS-STAT-LAST-ACTION (WS-STAT-SUB) TO WS-ACTION-DATE
           MOVE WS-STAT-ACTION-TIME (WS-STAT-SUB) TO WS-ACTION-TIME.

       REFRESH-STATUS-ENTRY.
           MOVE REJ-REASON-CODE TO WS-STAT-REASON (WS-STAT-SUB)
           MOVE REJ-DEPT-CODE TO WS-STAT-DEPT (WS-STAT-SUB)
           MOVE REJ-SOURCE-ID TO WS-STAT-SOURCE (WS-STAT-SUB)
           IF WS-STAT-STATUS (WS-STAT-SUB) NOT = "O"
               MOVE "O" TO WS-STAT-STATUS (WS-STAT-SUB)
               MOVE WS-RUN-DATE
                   TO WS-STAT-LAST-ACTION (WS-STAT-SUB)
               MOVE WS-RUN-TIME
                   TO WS-STAT-ACTION-TIME (WS-STAT-SUB)
           END-IF.

       LOCATE-STATUS-ENTRY.
           MOVE "N" TO WS-STAT-FOUND-SWITCH
           MOVE 1 TO WS-STAT-SUB
               MOVE TRAN-AMOUNT-2 (1:9)
                   TO WS-STAT-AMOUNT-2 (WS-STAT-SUB)
               MOVE "Y" TO WS-STAT-ORIG-FOUND (WS-STAT-SUB)
               MOVE TRAN-CURRENCY-CODE
                   TO WS-STAT-CURRENCY (WS-STAT-SUB)
           END-IF.

       APPLY-CORRECTIONS.
                   MOVE "W" TO WS-STAT-STATUS (WS-STAT-SUB)
                   MOVE WS-RUN-DATE
                       TO WS-STAT-LAST-ACTION (WS-STAT-SUB)
                   MOVE WS-RUN-TIME
                       TO WS-STAT-ACTION-TIME (WS-STAT-SUB)
                   ADD 1 TO WS-WRITEOFF-COUNT
               WHEN CORR-RESUBMIT
                   PERFORM WRITE-RESUBMISSION
                   MOVE "R" TO WS-STAT-STATUS (WS-STAT-SUB)
                   MOVE WS-RUN-DATE
                       TO WS-STAT-LAST-ACTION (WS-STAT-SUB)
                   MOVE WS-RUN-TIME
                       TO WS-STAT-ACTION-TIME (WS-STAT-SUB)
                   ADD 1 TO WS-RESUBMIT-COUNT
               WHEN OTHER
                   DISPLAY "WARNING: INVALID CORRECTION ACTION "
       WRITE-RESUBMISSION.
           MOVE SPACES TO RESUBMIT-RECORD
           MOVE CORR-TRAN-DATA TO RESUBMIT-RECORD(1:36)
      *    The currency code sits behind the hold-release byte, which
      *    a resubmission never carries.
           MOVE CORR-CURRENCY-CODE TO RESUBMIT-RECORD(38:3)
      *    The source system follows, so the repaired record is still
      *    counted against the feed that first carried it.
           MOVE WS-STAT-SOURCE (WS-STAT-SUB) TO RESUBMIT-RECORD(41:3)
           WRITE RESUBMIT-RECORD.

       WRITE-NEW-STATUS-MASTER.
               TO RST-FIRST-SEEN-DATE
           MOVE WS-STAT-LAST-ACTION (WS-STAT-SUB)
               TO RST-LAST-ACTION-DATE
           MOVE WS-STAT-ACTION-TIME (WS-STAT-SUB)
               TO RST-LAST-ACTION-TIME
           MOVE WS-STAT-SOURCE (WS-STAT-SUB) TO RST-SOURCE-ID
           WRITE REJECT-STATUS-RECORD.

       WRITE-WORKSHEET-REPORT.
               MOVE WS-STAT-DEPT (WS-STAT-SUB) TO WRK-DEPT
               MOVE WS-STAT-AMOUNT-1 (WS-STAT-SUB) TO WRK-AMOUNT-1
               MOVE WS-STAT-AMOUNT-2 (WS-STAT-SUB) TO WRK-AMOUNT-2
               MOVE WS-STAT-CURRENCY (WS-STAT-SUB) TO WRK-CURRENCY
               MOVE WS-STAT-FIRST-SEEN (WS-STAT-SUB)
                   TO WRK-FIRST-SEEN
               MOVE WS-STAT-FIRST-SEEN (WS-STAT-SUB)
