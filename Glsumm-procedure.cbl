      *          to the trailer hash so the ledger team no longer
      *          re-keys entries from the printed report.
      * Tectonics: cobc
      * Modified: 10/15/2026 - Map each department through the chart-
      *           of-accounts version in effect on the extract's date,
      *           so an account remap staged ahead of time takes
      *           effect on the right day; an inactive version leaves
      *           the department unmapped, and a chart out of
      *           ascending order is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSUMM-PROCEDURE.
       77 WS-DEPT-LIMIT                PIC 9(02) VALUE 10.
       77 WS-COA-SUB                   PIC 9(03) VALUE ZEROS.
       77 WS-COA-COUNT                 PIC 9(03) VALUE ZEROS.
       77 WS-COA-LIMIT                 PIC 9(03) VALUE 200.
       77 WS-COA-SCAN-SUB              PIC 9(03) VALUE ZEROS.
       77 WS-ACCT-SUB                  PIC 9(03) VALUE ZEROS.
       77 WS-ACCT-LIMIT                PIC 9(03) VALUE 20.
       77 WS-WORK-ACCOUNT              PIC 9(08) VALUE ZEROS.
               10 WS-DEPT-CODE         PIC X(03).
               10 WS-DEPT-NET          PIC S9(12)V99.

      *    Every dated version is kept: the date that picks among
      *    them arrives on the extract header, after the chart is
      *    loaded.
       01 WS-COA-TABLE.
           05 WS-COA-ENTRY OCCURS 200 TIMES.
               10 WS-COA-KEY.
                   15 WS-COA-DEPT      PIC X(03).
                   15 WS-COA-EFFECTIVE-DATE PIC 9(08).
               10 WS-COA-DEBIT-ACCT    PIC 9(08).
               10 WS-COA-CREDIT-ACCT   PIC 9(08).
               10 WS-COA-ACTIVE        PIC X(01).

       01 WS-COA-READ-KEY.
           05 WS-COA-READ-DEPT         PIC X(03) VALUE SPACES.
           05 WS-COA-READ-DATE         PIC 9(08) VALUE ZEROS.

       01 WS-ACCT-TABLE.
           05 WS-ACCT-COUNT            PIC 9(03) VALUE ZEROS.
           END-IF.

       STORE-ACCOUNT-REF-ENTRY.
           IF COA-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO COA-EFFECTIVE-DATE
           END-IF
           MOVE COA-DEPT-CODE TO WS-COA-READ-DEPT
           MOVE COA-EFFECTIVE-DATE TO WS-COA-READ-DATE
           EVALUATE TRUE
               WHEN WS-COA-COUNT > ZEROS
                   AND WS-COA-READ-KEY
                       NOT > WS-COA-KEY (WS-COA-COUNT)
                   MOVE "CHART-OF-ACCOUNTS FILE OUT OF ORDER AT"
                       TO PRF-ERROR-TEXT
                   MOVE COA-DEPT-CODE TO PRF-ERROR-VALUE
                   PERFORM REPORT-PROOF-ERROR
                   SET END-OF-ACCOUNT-REF TO TRUE
               WHEN WS-COA-COUNT < WS-COA-LIMIT
                   ADD 1 TO WS-COA-COUNT
                   MOVE WS-COA-READ-KEY TO WS-COA-KEY (WS-COA-COUNT)
                   MOVE COA-DEBIT-ACCOUNT
                       TO WS-COA-DEBIT-ACCT (WS-COA-COUNT)
                   MOVE COA-CREDIT-ACCOUNT
                       TO WS-COA-CREDIT-ACCT (WS-COA-COUNT)
                   MOVE COA-ACTIVE-FLAG
                       TO WS-COA-ACTIVE (WS-COA-COUNT)
               WHEN OTHER
                   MOVE "CHART-OF-ACCOUNTS TABLE LIMIT EXCEEDED"
                       TO PRF-ERROR-TEXT
                   MOVE SPACES TO PRF-ERROR-VALUE
                   PERFORM REPORT-PROOF-ERROR
                   SET END-OF-ACCOUNT-REF TO TRUE
           END-EVALUATE.

       PROCESS-GL-FILE.
           READ GL-FILE
           MOVE WS-DEPT-NET (WS-DEPT-SUB) TO PRF-DEPT-NET
           WRITE PROOF-REPORT-RECORD FROM WS-PROOF-DEPT-LINE
           PERFORM LOCATE-COA-ENTRY
           EVALUATE TRUE
               WHEN NOT COA-ENTRY-FOUND
                   MOVE "DEPARTMENT NOT ON CHART OF ACCOUNTS"
                       TO PRF-ERROR-TEXT
                   MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO PRF-ERROR-VALUE
                   PERFORM REPORT-PROOF-ERROR
               WHEN WS-COA-ACTIVE (WS-COA-SUB) = "I"
                   MOVE "DEPARTMENT INACTIVE ON CHART OF ACCOUNTS"
                       TO PRF-ERROR-TEXT
                   MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO PRF-ERROR-VALUE
                   PERFORM REPORT-PROOF-ERROR
               WHEN OTHER
                   IF WS-DEPT-NET (WS-DEPT-SUB) < ZEROS
                       MOVE WS-COA-CREDIT-ACCT (WS-COA-SUB)
                           TO WS-WORK-ACCOUNT
                       PERFORM LOCATE-ACCT-ENTRY
                       IF ACCT-ENTRY-FOUND
                           SUBTRACT WS-DEPT-NET (WS-DEPT-SUB)
                               FROM ZEROS
                               GIVING WS-DEPT-NET (WS-DEPT-SUB)
                           ADD WS-DEPT-NET (WS-DEPT-SUB)
                               TO WS-ACCT-DEBITS (WS-ACCT-SUB)
                           MOVE WS-COA-DEBIT-ACCT (WS-COA-SUB)
                               TO WS-WORK-ACCOUNT
                           PERFORM LOCATE-ACCT-ENTRY
                           IF ACCT-ENTRY-FOUND
                               ADD WS-DEPT-NET (WS-DEPT-SUB)
                                   TO WS-ACCT-CREDITS (WS-ACCT-SUB)
                           END-IF
                       END-IF
                   ELSE
                       MOVE WS-COA-DEBIT-ACCT (WS-COA-SUB)
                           TO WS-WORK-ACCOUNT
                       PERFORM LOCATE-ACCT-ENTRY
                       IF ACCT-ENTRY-FOUND
                           ADD WS-DEPT-NET (WS-DEPT-SUB)
                               TO WS-ACCT-DEBITS (WS-ACCT-SUB)
                           MOVE WS-COA-CREDIT-ACCT (WS-COA-SUB)
                               TO WS-WORK-ACCOUNT
                           PERFORM LOCATE-ACCT-ENTRY
                           IF ACCT-ENTRY-FOUND
                               ADD WS-DEPT-NET (WS-DEPT-SUB)
                                   TO WS-ACCT-CREDITS (WS-ACCT-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *    The chart is in ascending department and effective-date
      *    order, so the last of a department's versions dated on or
      *    before the extract's date is the one in effect.
       LOCATE-COA-ENTRY.
           MOVE "N" TO WS-COA-FOUND-SWITCH
           PERFORM CHECK-COA-VERSION
               VARYING WS-COA-SCAN-SUB FROM 1 BY 1
               UNTIL WS-COA-SCAN-SUB > WS-COA-COUNT.

       CHECK-COA-VERSION.
           IF WS-COA-DEPT (WS-COA-SCAN-SUB)
               = WS-DEPT-CODE (WS-DEPT-SUB)
               AND WS-COA-EFFECTIVE-DATE (WS-COA-SCAN-SUB)
                   NOT > WS-EXTRACT-DATE
               MOVE WS-COA-SCAN-SUB TO WS-COA-SUB
               SET COA-ENTRY-FOUND TO TRUE
           END-IF.

       LOCATE-ACCT-ENTRY.
           MOVE "N" TO WS-ACCT-FOUND-SWITCH
