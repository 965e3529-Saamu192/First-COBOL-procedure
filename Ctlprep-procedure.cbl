      * Modified: 09/03/2026 - Edit the force-rerun indicator (F or
      *           blank) and carry it onto the validated CTLCARD so a
      *           rerun of a processed date is a deliberate decision.
      * Modified: 10/15/2026 - Edit against the operator and
      *           department reference versions in effect on the run
      *           date, passing over versions staged for a later date,
      *           and refuse a reference file out of ascending order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPREP-PROCEDURE.
       77 WS-REF-LIMIT                 PIC 9(03) VALUE 50.
       77 WS-ERROR-COUNT               PIC 9(04) VALUE ZEROS.

       01 WS-AUTH-PRIOR-KEY.
           05 WS-AUTH-PRIOR-OPERATOR   PIC X(08) VALUE LOW-VALUES.
           05 WS-AUTH-PRIOR-DATE       PIC 9(08) VALUE ZEROS.
       01 WS-AUTH-READ-KEY.
           05 WS-AUTH-READ-OPERATOR    PIC X(08) VALUE SPACES.
           05 WS-AUTH-READ-DATE        PIC 9(08) VALUE ZEROS.
       01 WS-REF-PRIOR-KEY.
           05 WS-REF-PRIOR-CODE        PIC X(03) VALUE LOW-VALUES.
           05 WS-REF-PRIOR-DATE        PIC 9(08) VALUE ZEROS.
       01 WS-REF-READ-KEY.
           05 WS-REF-READ-CODE         PIC X(03) VALUE SPACES.
           05 WS-REF-READ-DATE         PIC 9(08) VALUE ZEROS.

       77 WS-PROPOSED-OPERATION        PIC X(01) VALUE SPACES.
       77 WS-PROPOSED-OPERATOR         PIC X(08) VALUE SPACES.
       77 WS-PROPOSED-STALE-DAYS       PIC X(03) VALUE SPACES.
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
           MOVE OPA-OPERATOR-ID TO WS-AUTH-READ-OPERATOR
           MOVE OPA-EFFECTIVE-DATE TO WS-AUTH-READ-DATE
           EVALUATE TRUE
               WHEN WS-AUTH-READ-KEY NOT > WS-AUTH-PRIOR-KEY
                   MOVE "AUTHORIZED-OPERATOR FILE OUT OF ORDER AT"
                       TO PRP-ERROR-TEXT
                   MOVE OPA-OPERATOR-ID TO PRP-ERROR-VALUE
                   PERFORM REPORT-PREP-ERROR
                   SET END-OF-AUTH-FILE TO TRUE
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
                       TO PRP-ERROR-TEXT
                   MOVE SPACES TO PRP-ERROR-VALUE
                   PERFORM REPORT-PREP-ERROR
                   SET END-OF-AUTH-FILE TO TRUE
           END-EVALUATE
           MOVE WS-AUTH-READ-KEY TO WS-AUTH-PRIOR-KEY.

       MOVE-AUTH-ENTRY.
           MOVE OPA-OPERATOR-ID TO WS-AUTH-OPERATOR (WS-AUTH-COUNT)
           MOVE OPA-ACTIVE-FLAG TO WS-AUTH-ACTIVE (WS-AUTH-COUNT).

       LOAD-DEPT-REFERENCE.
           OPEN INPUT DEPT-REF-FILE
               CLOSE DEPT-REF-FILE
           END-IF.

      *    A department's versions are taken the same way as an
      *    operator's above.
       STORE-DEPT-REF-ENTRY.
           IF DEP-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO DEP-EFFECTIVE-DATE
           END-IF
           MOVE DEP-DEPT-CODE TO WS-REF-READ-CODE
           MOVE DEP-EFFECTIVE-DATE TO WS-REF-READ-DATE
           EVALUATE TRUE
               WHEN WS-REF-READ-KEY NOT > WS-REF-PRIOR-KEY
                   MOVE "DEPARTMENT REFERENCE FILE OUT OF ORDER AT"
                       TO PRP-ERROR-TEXT
                   MOVE DEP-DEPT-CODE TO PRP-ERROR-VALUE
                   PERFORM REPORT-PREP-ERROR
                   SET END-OF-DEPT-REF-FILE TO TRUE
               WHEN DEP-EFFECTIVE-DATE > WS-RUN-DATE
                   CONTINUE
               WHEN WS-REF-COUNT > ZEROS
                   AND DEP-DEPT-CODE = WS-REF-CODE (WS-REF-COUNT)
                   PERFORM MOVE-DEPT-REF-ENTRY
               WHEN WS-REF-COUNT < WS-REF-LIMIT
                   ADD 1 TO WS-REF-COUNT
                   PERFORM MOVE-DEPT-REF-ENTRY
               WHEN OTHER
                   MOVE "DEPARTMENT REFERENCE TABLE LIMIT EXCEEDED"
                       TO PRP-ERROR-TEXT
                   MOVE SPACES TO PRP-ERROR-VALUE
                   PERFORM REPORT-PREP-ERROR
                   SET END-OF-DEPT-REF-FILE TO TRUE
           END-EVALUATE
           MOVE WS-REF-READ-KEY TO WS-REF-PRIOR-KEY.

       MOVE-DEPT-REF-ENTRY.
           MOVE DEP-DEPT-CODE TO WS-REF-CODE (WS-REF-COUNT)
           MOVE DEP-ACTIVE-FLAG TO WS-REF-ACTIVE (WS-REF-COUNT).

       READ-PROPOSED-CARD.
           OPEN INPUT NEW-CARD-FILE
