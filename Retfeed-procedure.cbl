      *          source auto-matches rejects to submissions instead
      *          of working from a faxed report.
      * Tectonics: cobc
      * Modified: 10/15/2026 - Return each reject's currency code with
      *           its original content.
      * Modified: 10/15/2026 - Build the return file for the one source
      *           system named on the RTFPARM card, from the rejects
      *           and originals that source sent; no card returns
      *           every reject as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETFEED-PROCEDURE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-CARD-STATUS.

           SELECT PARM-CARD-FILE
               ASSIGN TO "RTFPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE OMITTED.
           COPY OPCDCARD.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY RTFPARM.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       77 WS-TRAN-FILE-STATUS          PIC X(02) VALUE "00".
       77 WS-RETURN-FEED-STATUS        PIC X(02) VALUE "00".
       77 WS-OPERATOR-CARD-STATUS      PIC X(02) VALUE "00".
       77 WS-PARM-CARD-STATUS          PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".

       77 WS-REJ-EOF-SWITCH            PIC X(01) VALUE "N".
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
       77 WS-CYCLE-NUMBER              PIC 9(01) VALUE 1.

      *    A blank source id on a reject or a transaction is the
      *    original source's. No selected source returns them all.
       77 WS-DEFAULT-SOURCE            PIC X(03) VALUE "001".
       77 WS-SELECTED-SOURCE           PIC X(03) VALUE SPACES.
       77 WS-WORK-SOURCE               PIC X(03) VALUE SPACES.
       77 WS-OTHER-SOURCE-COUNT        PIC 9(08) VALUE ZEROS.

      *    The amount bytes ride a numeric-edit overlay so the hash
      *    can add them when they are clean while an AM01 reject's
      *    raw bytes still return exactly as sent.
               10 WS-REJ-REASON        PIC X(04).
               10 WS-REJ-DEPT          PIC X(03).
               10 WS-REJ-TYPE          PIC X(01).
               10 WS-REJ-CURRENCY      PIC X(03).
               10 WS-REJ-SOURCE        PIC X(03).
               10 WS-REJ-AMOUNT-1      PIC X(09).
               10 WS-REJ-AMOUNT-1-NUM REDEFINES WS-REJ-AMOUNT-1
                                       PIC 9(07)V99.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-OPERATOR-CARD
           PERFORM READ-PARM-CARD
           OPEN OUTPUT RETURN-FEED-FILE
           IF WS-RETURN-FEED-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RETFEED, STATUS="
               CLOSE OPERATOR-CARD-FILE
           END-IF.

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD-FILE
           IF WS-PARM-CARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RTP-SOURCE-ID TO WS-SELECTED-SOURCE
               END-READ
               CLOSE PARM-CARD-FILE
           END-IF
           IF WS-SELECTED-SOURCE NOT = SPACES
               DISPLAY "Returning rejects for source "
                   WS-SELECTED-SOURCE
           END-IF.

       LOAD-REJECT-TABLE.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
                       AT END
                           SET END-OF-REJECT-FILE TO TRUE
                       NOT AT END
                           PERFORM SELECT-REJECT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

      *    Another source's rejects go back on that source's own return
      *    file, built by its own run of this program.
       SELECT-REJECT-ENTRY.
           IF REJ-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE TO WS-WORK-SOURCE
           ELSE
               MOVE REJ-SOURCE-ID TO WS-WORK-SOURCE
           END-IF
           IF WS-SELECTED-SOURCE = SPACES
               OR WS-WORK-SOURCE = WS-SELECTED-SOURCE
               PERFORM STORE-REJECT-ENTRY
           ELSE
               ADD 1 TO WS-OTHER-SOURCE-COUNT
           END-IF.

       STORE-REJECT-ENTRY.
           IF WS-REJ-COUNT < WS-REJ-LIMIT
               ADD 1 TO WS-REJ-COUNT
               MOVE REJ-DATE TO WS-REJ-TRAN-DATE (WS-REJ-COUNT)
               MOVE REJ-REASON-CODE TO WS-REJ-REASON (WS-REJ-COUNT)
               MOVE REJ-DEPT-CODE TO WS-REJ-DEPT (WS-REJ-COUNT)
               MOVE WS-WORK-SOURCE TO WS-REJ-SOURCE (WS-REJ-COUNT)
               MOVE SPACES TO WS-REJ-TYPE (WS-REJ-COUNT)
               MOVE SPACES TO WS-REJ-CURRENCY (WS-REJ-COUNT)
               MOVE SPACES TO WS-REJ-AMOUNT-1 (WS-REJ-COUNT)
               MOVE SPACES TO WS-REJ-AMOUNT-2 (WS-REJ-COUNT)
               MOVE "N" TO WS-REJ-ORIG-FOUND (WS-REJ-COUNT)
               MOVE TRAN-AMOUNT-2 (1:9)
                   TO WS-REJ-AMOUNT-2 (WS-REJ-SUB)
               MOVE TRAN-TYPE-CODE TO WS-REJ-TYPE (WS-REJ-SUB)
               MOVE TRAN-CURRENCY-CODE
                   TO WS-REJ-CURRENCY (WS-REJ-SUB)
               MOVE "Y" TO WS-REJ-ORIG-FOUND (WS-REJ-SUB)
           END-IF.

      *    Two sources may send the same record id for the same date,
      *    so the original is matched on its source as well.
       LOCATE-REJECT-ENTRY.
           IF TRAN-SOURCE-ID = SPACES
               MOVE WS-DEFAULT-SOURCE TO WS-WORK-SOURCE
           ELSE
               MOVE TRAN-SOURCE-ID TO WS-WORK-SOURCE
           END-IF
           MOVE "N" TO WS-REJ-FOUND-SWITCH
           MOVE 1 TO WS-REJ-SUB
           PERFORM UNTIL REJECT-ENTRY-FOUND
               OR WS-REJ-SUB > WS-REJ-COUNT
               IF WS-REJ-RECORD-ID (WS-REJ-SUB) = TRAN-RECORD-ID
                   AND WS-REJ-TRAN-DATE (WS-REJ-SUB) = TRAN-DATE
                   AND WS-REJ-SOURCE (WS-REJ-SUB) = WS-WORK-SOURCE
                   SET REJECT-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-REJ-SUB
           MOVE "H" TO RET-RECORD-TYPE
           MOVE WS-RUN-DATE TO RTH-RETURN-DATE
           MOVE WS-CYCLE-NUMBER TO RTH-CYCLE-NUMBER
           MOVE WS-SELECTED-SOURCE TO RTH-SOURCE-ID
           WRITE RETURN-FEED-RECORD

           PERFORM WRITE-ONE-RETURN-DETAIL
           MOVE WS-REJ-AMOUNT-2 (WS-REJ-SUB) TO RTD-AMOUNT-2
           MOVE WS-REJ-TYPE (WS-REJ-SUB) TO RTD-TYPE-CODE
           MOVE WS-REJ-DEPT (WS-REJ-SUB) TO RTD-DEPT-CODE
           MOVE WS-REJ-CURRENCY (WS-REJ-SUB) TO RTD-CURRENCY-CODE
           MOVE WS-REJ-REASON (WS-REJ-SUB) TO RTD-REASON-CODE
           WRITE RETURN-FEED-RECORD
           ADD 1 TO WS-DETAIL-COUNT

           DISPLAY "Rejects returned:       " WS-DETAIL-COUNT
           DISPLAY "Originals not on feed:  " WS-NO-ORIG-COUNT
           DISPLAY "Other sources' rejects: " WS-OTHER-SOURCE-COUNT

           IF RUN-ABENDED
               MOVE 16 TO RETURN-CODE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE "RETFEED" TO AUD-PROGRAM-ID
           MOVE "REJFILE" TO AUD-INPUT-FILE-NAME
           IF WS-SELECTED-SOURCE NOT = SPACES
               MOVE WS-SELECTED-SOURCE TO AUD-INPUT-FILE-NAME(9:3)
           END-IF
           MOVE WS-DETAIL-COUNT TO AUD-RECORDS-PROCESSED
           MOVE WS-NO-ORIG-COUNT TO AUD-REJECT-COUNT
           MOVE WS-HASH-TOTAL TO AUD-CONTROL-TOTAL
