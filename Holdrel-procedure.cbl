      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Over-limit hold queue release. Merge the day's held
      *          transactions into the hold-status master, apply the
      *          supervisors' release and decline cards (each verified
      *          against the authorized-operator file as an active
      *          supervisor), write released transactions to a
      *          TRANREC-format feed for the next cycle, marked so the
      *          limit check does not hold them again, write declined
      *          ones to a reject file under their own reason code for
      *          the reject workbench, and age every hold still open
      *          past the operator-set number of business days.
      *          Suspected-duplicate holds are decided the same way by
      *          any active operator: released as not a duplicate, or
      *          confirmed as one to the reject file, with each such
      *          decision written to the audit log on its own line.
      *          Operators are verified against the version of their
      *          entry in effect on the run date. Released and
      *          declined items keep the source system whose feed
      *          carried them. A hold merged again, or one already
      *          decided on or after the day it was taken, leaves its
      *          master entry as it stands.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO "HOLDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DECISION-FILE
               ASSIGN TO "HLDCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.

           SELECT OPERATOR-AUTH-FILE
               ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-AUTH-STATUS.

           SELECT OLD-STATUS-FILE
               ASSIGN TO "HOLDSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS-STATUS.

           SELECT NEW-STATUS-FILE
               ASSIGN TO "HOLDSTAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS-STATUS.

           SELECT RELEASE-FILE
               ASSIGN TO "RELFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT REJECT-FILE
               ASSIGN TO "REJFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT HOLD-REPORT-FILE
               ASSIGN TO "HLDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-REPORT-STATUS.

           SELECT CALENDAR-FILE
               ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT PARM-CARD-FILE
               ASSIGN TO "HLDPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  DAY-HOLD-RECORD             PIC X(80).

       FD  DECISION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY HLDCARD.

       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY OPERAUTH.

       FD  OLD-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  OLD-STATUS-RECORD           PIC X(80).

      *    The named hold layout sits under the new master, which
      *    stays open for the whole run, so the record area is always
      *    addressable when the table is loaded and rewritten.
       FD  NEW-STATUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY HOLDREC.

       FD  RELEASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY TRANREC.

       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY REJREC.

       FD  HOLD-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HOLD-REPORT-RECORD          PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY CALREC.

       FD  PARM-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY HLDPARM.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 WS-HOLD-FILE-STATUS          PIC X(02) VALUE "00".
       77 WS-DECISION-FILE-STATUS      PIC X(02) VALUE "00".
       77 WS-OPERATOR-AUTH-STATUS      PIC X(02) VALUE "00".
       77 WS-OLD-STATUS-STATUS         PIC X(02) VALUE "00".
       77 WS-NEW-STATUS-STATUS         PIC X(02) VALUE "00".
       77 WS-RELEASE-FILE-STATUS       PIC X(02) VALUE "00".
       77 WS-REJECT-FILE-STATUS        PIC X(02) VALUE "00".
       77 WS-HOLD-REPORT-STATUS        PIC X(02) VALUE "00".
       77 WS-CALENDAR-FILE-STATUS      PIC X(02) VALUE "00".
       77 WS-PARM-CARD-STATUS          PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".

       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-HOLD-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-HOLD-FILE                  VALUE "Y".
       77 WS-CARD-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-DECISION-FILE              VALUE "Y".
       77 WS-AUTH-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-AUTH-FILE                  VALUE "Y".
       77 WS-STAT-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-OLD-STATUS-FILE            VALUE "Y".
       77 WS-CAL-EOF-SWITCH            PIC X(01) VALUE "N".
           88 END-OF-CALENDAR-FILE              VALUE "Y".
       77 WS-STAT-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 STATUS-ENTRY-FOUND                VALUE "Y".
       77 WS-AUTH-FOUND-SWITCH         PIC X(01) VALUE "N".
           88 AUTH-ENTRY-FOUND                  VALUE "Y".
       77 WS-CAL-FOUND-SWITCH          PIC X(01) VALUE "N".
           88 CAL-ENTRY-FOUND                   VALUE "Y".

       77 WS-STAT-SUB                  PIC 9(03) VALUE ZEROS.
       77 WS-STAT-LIMIT                PIC 9(03) VALUE 500.
       77 WS-AUTH-SUB                  PIC 9(02) VALUE ZEROS.
       77 WS-AUTH-COUNT                PIC 9(02) VALUE ZEROS.
       77 WS-AUTH-LIMIT                PIC 9(02) VALUE 50.
       77 WS-CAL-SUB                   PIC 9(04) VALUE ZEROS.
       77 WS-CAL-HELD-SUB              PIC 9(04) VALUE ZEROS.
       77 WS-CAL-RUN-SUB               PIC 9(04) VALUE ZEROS.
       77 WS-CAL-LIMIT                 PIC 9(04) VALUE 400.
       77 WS-CAL-LOOKUP-DATE           PIC 9(08) VALUE ZEROS.
       77 WS-LOOKUP-RECORD-ID          PIC 9(06) VALUE ZEROS.
       77 WS-LOOKUP-TRAN-DATE          PIC 9(08) VALUE ZEROS.
       77 WS-MERGE-HELD-DATE           PIC 9(08) VALUE ZEROS.
       77 WS-MERGE-CYCLE-NUMBER        PIC 9(01) VALUE ZEROS.

       77 WS-AGING-DAYS                PIC 9(03) VALUE 3.
       77 WS-AGE-DAYS                  PIC 9(04) VALUE ZEROS.

       77 WS-NEW-HOLD-COUNT            PIC 9(08) VALUE ZEROS.
       77 WS-OPEN-COUNT                PIC 9(08) VALUE ZEROS.
       77 WS-RELEASE-COUNT             PIC 9(08) VALUE ZEROS.
       77 WS-DECLINE-COUNT             PIC 9(08) VALUE ZEROS.
       77 WS-AGED-COUNT                PIC 9(08) VALUE ZEROS.
       77 WS-REFUSED-CARD-COUNT        PIC 9(08) VALUE ZEROS.
       77 WS-CONFIRM-COUNT             PIC 9(08) VALUE ZEROS.
       77 WS-RELEASE-TOTAL             PIC 9(10)V99 VALUE ZEROS.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

       01 WS-STAT-TABLE.
           05 WS-STAT-COUNT            PIC 9(03) VALUE ZEROS.
           05 WS-STAT-ENTRY OCCURS 500 TIMES.
               10 WS-STAT-RECORD       PIC X(80).

      *    Duplicate-review decisions kept for the audit log, which
      *    is written once at the end of the run. Each decision
      *    closes an open hold, so there can be no more of them than
      *    the status table holds.
       77 WS-DUPDEC-SUB                PIC 9(03) VALUE ZEROS.
       77 WS-DUPDEC-LIMIT              PIC 9(03) VALUE 500.

       01 WS-DUPDEC-TABLE.
           05 WS-DUPDEC-COUNT          PIC 9(03) VALUE ZEROS.
           05 WS-DUPDEC-ENTRY OCCURS 500 TIMES.
               10 WS-DUPDEC-ACTION     PIC X(03).
               10 WS-DUPDEC-RECORD-ID  PIC 9(06).
               10 WS-DUPDEC-TRAN-DATE  PIC 9(08).
               10 WS-DUPDEC-OPERATOR   PIC X(08).
               10 WS-DUPDEC-RESULT     PIC 9(14)V99.

      *    The audit input-file name of a duplicate-review decision:
      *    RLS (released) or CNF (confirmed), record id and date.
       01 WS-DUPDEC-AUDIT-NAME.
           05 WS-DUPDEC-AUDIT-ACTION   PIC X(03).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-DUPDEC-AUDIT-ID       PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-DUPDEC-AUDIT-DATE     PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.

       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
               10 WS-AUTH-OPERATOR     PIC X(08).
               10 WS-AUTH-ACTIVE       PIC X(01).
               10 WS-AUTH-SUPERVISOR   PIC X(01).

       01 WS-CAL-TABLE.
           05 WS-CAL-COUNT             PIC 9(04) VALUE ZEROS.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
               10 WS-CAL-DATE          PIC 9(08).
               10 WS-CAL-DAY-TYPE      PIC X(01).

       01 WS-HOLD-REPORT-HEADER.
           05 FILLER                   PIC X(25) VALUE
               "OVER-LIMIT HOLD QUEUE    ".
           05 FILLER                   PIC X(55) VALUE SPACES.

       01 WS-HOLD-DECISION-LINE.
           05 HRP-ACTION               PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-DEC-RECORD-ID        PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-DEC-TRAN-DATE        PIC 9(08).
           05 FILLER                   PIC X(06) VALUE " SUP: ".
           05 HRP-SUPERVISOR-ID        PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-DEC-MESSAGE          PIC X(40).

       01 WS-HOLD-COLUMNS.
           05 FILLER                   PIC X(07) VALUE "RECORD ".
           05 FILLER                   PIC X(09) VALUE "DATE     ".
           05 FILLER                   PIC X(05) VALUE "RSN  ".
           05 FILLER                   PIC X(05) VALUE "DEPT ".
           05 FILLER                   PIC X(18) VALUE
               "RESULT            ".
           05 FILLER                   PIC X(09) VALUE "HELD     ".
           05 FILLER                   PIC X(05) VALUE "AGE  ".
           05 FILLER                   PIC X(22) VALUE SPACES.

       01 WS-HOLD-LINE.
           05 HRP-RECORD-ID            PIC 9(06).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-TRAN-DATE            PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-REASON               PIC X(04).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-DEPT                 PIC X(03).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 HRP-RESULT               PIC Z(13)9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-HELD-DATE            PIC 9(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-AGE-DAYS             PIC ZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 HRP-AGED-FLAG            PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(17) VALUE SPACES.

       01 WS-HOLD-COUNT-LINE.
           05 FILLER                   PIC X(06) VALUE "OPEN: ".
           05 HRP-OPEN-COUNT           PIC ZZZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               "  RELEASED: ".
           05 HRP-RELEASE-COUNT        PIC ZZZZZZZ9.
           05 FILLER                   PIC X(12) VALUE
               "  DECLINED: ".
           05 HRP-DECLINE-COUNT        PIC ZZZZZZZ9.
           05 FILLER                   PIC X(08) VALUE "  AGED: ".
           05 HRP-AGED-COUNT           PIC ZZZZZZZ9.
           05 FILLER                   PIC X(10) VALUE SPACES.

       01 WS-HOLD-CONFIRM-LINE.
           05 FILLER                   PIC X(22) VALUE
               "CONFIRMED DUPLICATES: ".
           05 HRP-CONFIRM-COUNT        PIC ZZZZZZZ9.
           05 FILLER                   PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Hold queue release"

           PERFORM INITIALIZATION

           PERFORM LOAD-OLD-STATUS-MASTER

           IF NOT RUN-ABENDED
               PERFORM MERGE-NEW-HOLDS
               PERFORM APPLY-DECISIONS
           END-IF

      *    The new status master is written even on a failed run, so
      *    the generation cataloged by an RC=16 end still carries the
      *    full hold history instead of an empty file becoming the
      *    next run's HOLDSTAT(0).
           PERFORM WRITE-NEW-STATUS-MASTER

           IF NOT RUN-ABENDED
               PERFORM WRITE-AGING-REPORT
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM READ-PARM-CARD
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-OPERATOR-AUTH
           PERFORM OPEN-RUN-FILES.

       READ-PARM-CARD.
           OPEN INPUT PARM-CARD-FILE
           IF WS-PARM-CARD-STATUS = "00"
               READ PARM-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HLP-AGING-DAYS NUMERIC
                           AND HLP-AGING-DAYS > ZEROS
                           MOVE HLP-AGING-DAYS TO WS-AGING-DAYS
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

      *    Without the authorized-operator file no card can be
      *    verified, so the run fails rather than honoring or
      *    refusing every decision on no evidence.
       LOAD-OPERATOR-AUTH.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERATOR-AUTH-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN OPERAUTH, STATUS="
                   WS-OPERATOR-AUTH-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-AUTH-FILE
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET END-OF-AUTH-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-AUTH-ENTRY
                   END-READ
               END-PERFORM
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
           EVALUATE TRUE
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
                   DISPLAY "FATAL: AUTHORIZED-OPERATOR TABLE LIMIT "
                       "EXCEEDED"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-AUTH-FILE TO TRUE
           END-EVALUATE.

       MOVE-AUTH-ENTRY.
           MOVE OPA-OPERATOR-ID
               TO WS-AUTH-OPERATOR (WS-AUTH-COUNT)
           MOVE OPA-ACTIVE-FLAG
               TO WS-AUTH-ACTIVE (WS-AUTH-COUNT)
           MOVE OPA-SUPERVISOR-FLAG
               TO WS-AUTH-SUPERVISOR (WS-AUTH-COUNT).

       LOCATE-AUTH-ENTRY.
           MOVE "N" TO WS-AUTH-FOUND-SWITCH
           MOVE 1 TO WS-AUTH-SUB
           PERFORM UNTIL AUTH-ENTRY-FOUND
               OR WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUTH-OPERATOR (WS-AUTH-SUB) = HDC-SUPERVISOR-ID
                   SET AUTH-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-AUTH-SUB
               END-IF
           END-PERFORM.

       OPEN-RUN-FILES.
           OPEN OUTPUT NEW-STATUS-FILE
           IF WS-NEW-STATUS-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN HOLDSTAN, STATUS="
                   WS-NEW-STATUS-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           OPEN OUTPUT RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RELFEED, STATUS="
                   WS-RELEASE-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN REJFILE, STATUS="
                   WS-REJECT-FILE-STATUS
               SET RUN-ABENDED TO TRUE
           END-IF

           OPEN OUTPUT HOLD-REPORT-FILE
           IF WS-HOLD-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN HLDRPT, STATUS="
                   WS-HOLD-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               WRITE HOLD-REPORT-RECORD FROM WS-HOLD-REPORT-HEADER
           END-IF.

      ******************************************************************
      *    The status master is small enough to hold in storage, so
      *    the update runs as load - merge - apply - rewrite rather
      *    than a matched-key sequential update.
      ******************************************************************
       LOAD-OLD-STATUS-MASTER.
           OPEN INPUT OLD-STATUS-FILE
           IF WS-OLD-STATUS-STATUS = "00"
               PERFORM UNTIL END-OF-OLD-STATUS-FILE
                   READ OLD-STATUS-FILE
                       AT END
                           SET END-OF-OLD-STATUS-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-OLD-STATUS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE OLD-STATUS-FILE
           END-IF.

       STORE-OLD-STATUS-ENTRY.
           IF WS-STAT-COUNT < WS-STAT-LIMIT
               ADD 1 TO WS-STAT-COUNT
               MOVE OLD-STATUS-RECORD
                   TO WS-STAT-RECORD (WS-STAT-COUNT)
           ELSE
               DISPLAY "FATAL: HOLD STATUS TABLE LIMIT EXCEEDED"
               SET RUN-ABENDED TO TRUE
               SET END-OF-OLD-STATUS-FILE TO TRUE
           END-IF.

       MERGE-NEW-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-HOLD-FILE
                   READ HOLD-FILE
                       AT END
                           SET END-OF-HOLD-FILE TO TRUE
                       NOT AT END
                           PERFORM MERGE-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

      *    A transaction held again under a key already on the master
      *    (the source resent it while the first hold was worked)
      *    reopens that entry with the new hold's content. The same
      *    hold merged a second time (the generation run again, or a
      *    restart's generation holding what the abended run held)
      *    keeps the entry as it stands, as does an entry released or
      *    declined on or after the day the new hold was taken, so a
      *    decision already made is never reopened by its own hold.
       MERGE-ONE-HOLD.
           MOVE DAY-HOLD-RECORD TO HOLD-RECORD
           MOVE HLD-RECORD-ID TO WS-LOOKUP-RECORD-ID
           MOVE HLD-TRAN-DATE TO WS-LOOKUP-TRAN-DATE
           MOVE HLD-HELD-DATE TO WS-MERGE-HELD-DATE
           MOVE HLD-CYCLE-NUMBER TO WS-MERGE-CYCLE-NUMBER
           PERFORM LOCATE-STATUS-ENTRY
           IF STATUS-ENTRY-FOUND
               EVALUATE TRUE
                   WHEN HLD-HELD-DATE = WS-MERGE-HELD-DATE
                       AND HLD-CYCLE-NUMBER = WS-MERGE-CYCLE-NUMBER
                       CONTINUE
                   WHEN NOT HLD-IS-OPEN
                       AND HLD-LAST-ACTION-DATE
                           NOT < WS-MERGE-HELD-DATE
                       CONTINUE
                   WHEN OTHER
                       MOVE DAY-HOLD-RECORD
                           TO WS-STAT-RECORD (WS-STAT-SUB)
               END-EVALUATE
           ELSE
               IF WS-STAT-COUNT < WS-STAT-LIMIT
                   ADD 1 TO WS-STAT-COUNT
                   MOVE DAY-HOLD-RECORD
                       TO WS-STAT-RECORD (WS-STAT-COUNT)
                   ADD 1 TO WS-NEW-HOLD-COUNT
               ELSE
                   DISPLAY "FATAL: HOLD STATUS TABLE LIMIT EXCEEDED"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-HOLD-FILE TO TRUE
               END-IF
           END-IF.

       LOCATE-STATUS-ENTRY.
           MOVE "N" TO WS-STAT-FOUND-SWITCH
           MOVE 1 TO WS-STAT-SUB
           PERFORM UNTIL STATUS-ENTRY-FOUND
               OR WS-STAT-SUB > WS-STAT-COUNT
               MOVE WS-STAT-RECORD (WS-STAT-SUB) TO HOLD-RECORD
               IF HLD-RECORD-ID = WS-LOOKUP-RECORD-ID
                   AND HLD-TRAN-DATE = WS-LOOKUP-TRAN-DATE
                   SET STATUS-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STAT-SUB
               END-IF
           END-PERFORM.

       APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-FILE-STATUS = "00"
               PERFORM UNTIL END-OF-DECISION-FILE
                   READ DECISION-FILE
                       AT END
                           SET END-OF-DECISION-FILE TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

      *    Every card is listed on the report with what became of it,
      *    so a refused decision is seen the same morning rather than
      *    found when the hold ages. An over-limit hold takes an
      *    active supervisor; a suspected-duplicate hold takes any
      *    active operator, and is confirmed (C) rather than declined.
       APPLY-ONE-DECISION.
           MOVE HDC-RECORD-ID TO WS-LOOKUP-RECORD-ID
           MOVE HDC-TRAN-DATE TO WS-LOOKUP-TRAN-DATE
           PERFORM LOCATE-STATUS-ENTRY
           PERFORM LOCATE-AUTH-ENTRY
           MOVE HDC-RECORD-ID TO HRP-DEC-RECORD-ID
           MOVE HDC-TRAN-DATE TO HRP-DEC-TRAN-DATE
           MOVE HDC-SUPERVISOR-ID TO HRP-SUPERVISOR-ID
           MOVE "REFUSED" TO HRP-ACTION
           EVALUATE TRUE
               WHEN NOT HDC-RELEASE AND NOT HDC-DECLINE
                   AND NOT HDC-CONFIRM
                   MOVE "INVALID DECISION ACTION CODE"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-REFUSED-CARD-COUNT
               WHEN NOT AUTH-ENTRY-FOUND
                   MOVE "OPERATOR ID NOT ON AUTHORIZED LIST"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-REFUSED-CARD-COUNT
               WHEN WS-AUTH-ACTIVE (WS-AUTH-SUB) NOT = "A"
                   MOVE "OPERATOR ID IS NOT ACTIVE"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-REFUSED-CARD-COUNT
               WHEN NOT STATUS-ENTRY-FOUND
                   MOVE "NO MATCHING HOLD" TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-REFUSED-CARD-COUNT
               WHEN NOT HLD-IS-OPEN
                   MOVE "HOLD IS NOT OPEN - DECISION IGNORED"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-REFUSED-CARD-COUNT
               WHEN NOT HLD-IS-DUPLICATE-HOLD
                   AND WS-AUTH-SUPERVISOR (WS-AUTH-SUB) NOT = "Y"
                   MOVE "OPERATOR IS NOT A SUPERVISOR"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-REFUSED-CARD-COUNT
               WHEN HLD-IS-DUPLICATE-HOLD AND HDC-DECLINE
                   MOVE "DUPLICATE HOLD - USE C TO CONFIRM"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-REFUSED-CARD-COUNT
               WHEN NOT HLD-IS-DUPLICATE-HOLD AND HDC-CONFIRM
                   MOVE "NOT A DUPLICATE HOLD - USE D TO DECLINE"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-REFUSED-CARD-COUNT
               WHEN HDC-RELEASE
                   PERFORM WRITE-RELEASED-TRANSACTION
                   SET HLD-IS-RELEASED TO TRUE
                   MOVE WS-RUN-DATE TO HLD-LAST-ACTION-DATE
                   MOVE HOLD-RECORD TO WS-STAT-RECORD (WS-STAT-SUB)
                   MOVE "RELEASED" TO HRP-ACTION
                   MOVE "RELEASED TO NEXT CYCLE FEED"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-RELEASE-COUNT
                   IF HLD-IS-DUPLICATE-HOLD
                       MOVE "RLS" TO WS-DUPDEC-AUDIT-ACTION
                       PERFORM STORE-DUPLICATE-DECISION
                   END-IF
               WHEN HDC-DECLINE
                   PERFORM WRITE-DECLINED-REJECT
                   SET HLD-IS-DECLINED TO TRUE
                   MOVE WS-RUN-DATE TO HLD-LAST-ACTION-DATE
                   MOVE HOLD-RECORD TO WS-STAT-RECORD (WS-STAT-SUB)
                   MOVE "DECLINED" TO HRP-ACTION
                   MOVE "DECLINED TO REJECT FILE" TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-DECLINE-COUNT
               WHEN HDC-CONFIRM
                   PERFORM WRITE-CONFIRMED-REJECT
                   SET HLD-IS-DECLINED TO TRUE
                   MOVE WS-RUN-DATE TO HLD-LAST-ACTION-DATE
                   MOVE HOLD-RECORD TO WS-STAT-RECORD (WS-STAT-SUB)
                   MOVE "CONFIRMED" TO HRP-ACTION
                   MOVE "DUPLICATE CONFIRMED TO REJECT FILE"
                       TO HRP-DEC-MESSAGE
                   ADD 1 TO WS-CONFIRM-COUNT
                   MOVE "CNF" TO WS-DUPDEC-AUDIT-ACTION
                   PERFORM STORE-DUPLICATE-DECISION
           END-EVALUATE
           IF WS-HOLD-REPORT-STATUS = "00"
               WRITE HOLD-REPORT-RECORD FROM WS-HOLD-DECISION-LINE
           END-IF.

      *    The released record carries the original content as held,
      *    plus the release mark that exempts it from the limit check
      *    when the next cycle posts it.
       WRITE-RELEASED-TRANSACTION.
           MOVE SPACES TO TRAN-RECORD
           MOVE HLD-TRAN-DATA TO TRAN-RECORD(1:36)
           MOVE HLD-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE HLD-SOURCE-ID TO TRAN-SOURCE-ID
           IF HLD-IS-DUPLICATE-HOLD
               SET TRAN-DUP-RELEASED TO TRUE
           ELSE
               SET TRAN-HOLD-RELEASED TO TRUE
           END-IF
           WRITE TRAN-RECORD
           ADD HLD-RESULT TO WS-RELEASE-TOTAL.

       WRITE-DECLINED-REJECT.
           MOVE SPACES TO REJECT-RECORD
           MOVE HLD-RECORD-ID TO REJ-RECORD-ID
           MOVE HLD-TRAN-DATE TO REJ-DATE
           MOVE "LM03" TO REJ-REASON-CODE
           MOVE "OVER-LIMIT HOLD DECLINED BY SUPERVISOR"
               TO REJ-REASON-TEXT
           MOVE HLD-DEPT-CODE TO REJ-DEPT-CODE
           MOVE HLD-SOURCE-ID TO REJ-SOURCE-ID
           MOVE WS-RUN-DATE TO REJ-REJECTED-DATE
           MOVE WS-RUN-TIME TO REJ-REJECTED-TIME
           WRITE REJECT-RECORD.

       WRITE-CONFIRMED-REJECT.
           MOVE SPACES TO REJECT-RECORD
           MOVE HLD-RECORD-ID TO REJ-RECORD-ID
           MOVE HLD-TRAN-DATE TO REJ-DATE
           MOVE "DU02" TO REJ-REASON-CODE
           MOVE "DUPLICATE CONFIRMED BY OPERATOR REVIEW"
               TO REJ-REASON-TEXT
           MOVE HLD-DEPT-CODE TO REJ-DEPT-CODE
           MOVE HLD-SOURCE-ID TO REJ-SOURCE-ID
           MOVE WS-RUN-DATE TO REJ-REJECTED-DATE
           MOVE WS-RUN-TIME TO REJ-REJECTED-TIME
           WRITE REJECT-RECORD.

       STORE-DUPLICATE-DECISION.
           IF WS-DUPDEC-COUNT < WS-DUPDEC-LIMIT
               ADD 1 TO WS-DUPDEC-COUNT
               MOVE WS-DUPDEC-AUDIT-ACTION
                   TO WS-DUPDEC-ACTION (WS-DUPDEC-COUNT)
               MOVE HLD-RECORD-ID
                   TO WS-DUPDEC-RECORD-ID (WS-DUPDEC-COUNT)
               MOVE HLD-TRAN-DATE
                   TO WS-DUPDEC-TRAN-DATE (WS-DUPDEC-COUNT)
               MOVE HDC-SUPERVISOR-ID
                   TO WS-DUPDEC-OPERATOR (WS-DUPDEC-COUNT)
               MOVE HLD-RESULT TO WS-DUPDEC-RESULT (WS-DUPDEC-COUNT)
           ELSE
               DISPLAY "FATAL: DUPLICATE DECISION TABLE LIMIT "
                   "EXCEEDED"
               SET RUN-ABENDED TO TRUE
           END-IF.

       WRITE-NEW-STATUS-MASTER.
           IF WS-NEW-STATUS-STATUS = "00"
               PERFORM WRITE-ONE-STATUS-RECORD
                   VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > WS-STAT-COUNT
           END-IF.

       WRITE-ONE-STATUS-RECORD.
           MOVE WS-STAT-RECORD (WS-STAT-SUB) TO HOLD-RECORD
           WRITE HOLD-RECORD.

       WRITE-AGING-REPORT.
           WRITE HOLD-REPORT-RECORD FROM WS-HOLD-COLUMNS
           PERFORM WRITE-ONE-HOLD-LINE
               VARYING WS-STAT-SUB FROM 1 BY 1
               UNTIL WS-STAT-SUB > WS-STAT-COUNT

           MOVE WS-OPEN-COUNT TO HRP-OPEN-COUNT
           MOVE WS-RELEASE-COUNT TO HRP-RELEASE-COUNT
           MOVE WS-DECLINE-COUNT TO HRP-DECLINE-COUNT
           MOVE WS-AGED-COUNT TO HRP-AGED-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-HOLD-COUNT-LINE
           MOVE WS-CONFIRM-COUNT TO HRP-CONFIRM-COUNT
           WRITE HOLD-REPORT-RECORD FROM WS-HOLD-CONFIRM-LINE.

      *    Only open holds belong on the aging list. Age is counted in
      *    business days on the calendar after the day the hold was
      *    taken, and a held date off the calendar is treated as aged
      *    so an old hold can never hide.
       WRITE-ONE-HOLD-LINE.
           MOVE WS-STAT-RECORD (WS-STAT-SUB) TO HOLD-RECORD
           IF HLD-IS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               MOVE HLD-RECORD-ID TO HRP-RECORD-ID
               MOVE HLD-TRAN-DATE TO HRP-TRAN-DATE
               MOVE HLD-REASON-CODE TO HRP-REASON
               MOVE HLD-DEPT-CODE TO HRP-DEPT
               MOVE HLD-RESULT TO HRP-RESULT
               MOVE HLD-HELD-DATE TO HRP-HELD-DATE
               MOVE HLD-HELD-DATE TO WS-CAL-LOOKUP-DATE
               PERFORM LOCATE-CALENDAR-DATE
               IF CAL-ENTRY-FOUND
                   MOVE ZEROS TO WS-AGE-DAYS
                   MOVE WS-CAL-SUB TO WS-CAL-HELD-SUB
                   PERFORM COUNT-BUSINESS-DAY
                       VARYING WS-CAL-SUB FROM WS-CAL-HELD-SUB BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-RUN-SUB
               ELSE
                   MOVE 9999 TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO HRP-AGE-DAYS
               IF WS-AGE-DAYS > WS-AGING-DAYS
                   MOVE "AGED " TO HRP-AGED-FLAG
                   ADD 1 TO WS-AGED-COUNT
               ELSE
                   MOVE SPACES TO HRP-AGED-FLAG
               END-IF
               WRITE HOLD-REPORT-RECORD FROM WS-HOLD-LINE
           END-IF.

       COUNT-BUSINESS-DAY.
           IF WS-CAL-SUB > WS-CAL-HELD-SUB
               AND WS-CAL-DAY-TYPE (WS-CAL-SUB) = "B"
               ADD 1 TO WS-AGE-DAYS
           END-IF.

       TERMINATION.
           CLOSE NEW-STATUS-FILE
           CLOSE RELEASE-FILE
           CLOSE REJECT-FILE
           CLOSE HOLD-REPORT-FILE

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "New holds merged:       " WS-NEW-HOLD-COUNT
           DISPLAY "Holds still open:       " WS-OPEN-COUNT
           DISPLAY "Holds released:         " WS-RELEASE-COUNT
           DISPLAY "Holds declined:         " WS-DECLINE-COUNT
           DISPLAY "Duplicates confirmed:   " WS-CONFIRM-COUNT
           DISPLAY "Holds aged:             " WS-AGED-COUNT
           DISPLAY "Decision cards refused: " WS-REFUSED-CARD-COUNT

           EVALUATE TRUE
               WHEN RUN-ABENDED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REFUSED-CARD-COUNT > ZEROS
                   OR WS-AGED-COUNT > ZEROS
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
           MOVE "HOLDREL" TO AUD-PROGRAM-ID
           MOVE "HOLDFILE" TO AUD-INPUT-FILE-NAME
           MOVE WS-NEW-HOLD-COUNT TO AUD-RECORDS-PROCESSED
           COMPUTE AUD-REJECT-COUNT =
                   WS-DECLINE-COUNT + WS-CONFIRM-COUNT
           MOVE WS-RELEASE-TOTAL TO AUD-CONTROL-TOTAL
           MOVE ZEROS TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           PERFORM WRITE-DECISION-AUDIT-RECORD
               VARYING WS-DUPDEC-SUB FROM 1 BY 1
               UNTIL WS-DUPDEC-SUB > WS-DUPDEC-COUNT

           CLOSE AUDIT-FILE.

      *    One line per duplicate-review decision, stamped with the
      *    deciding operator, so the decision on any one suspect can
      *    be found on the log without the day's hold report.
       WRITE-DECISION-AUDIT-RECORD.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-TIME TO AUD-RUN-TIME
           MOVE WS-DUPDEC-OPERATOR (WS-DUPDEC-SUB) TO AUD-OPERATOR-ID
           MOVE "DUPREVIEW" TO AUD-PROGRAM-ID
           MOVE WS-DUPDEC-ACTION (WS-DUPDEC-SUB)
               TO WS-DUPDEC-AUDIT-ACTION
           MOVE WS-DUPDEC-RECORD-ID (WS-DUPDEC-SUB)
               TO WS-DUPDEC-AUDIT-ID
           MOVE WS-DUPDEC-TRAN-DATE (WS-DUPDEC-SUB)
               TO WS-DUPDEC-AUDIT-DATE
           MOVE WS-DUPDEC-AUDIT-NAME TO AUD-INPUT-FILE-NAME
           MOVE 1 TO AUD-RECORDS-PROCESSED
           IF WS-DUPDEC-ACTION (WS-DUPDEC-SUB) = "CNF"
               MOVE 1 TO AUD-REJECT-COUNT
           ELSE
               MOVE ZEROS TO AUD-REJECT-COUNT
           END-IF
           MOVE WS-DUPDEC-RESULT (WS-DUPDEC-SUB) TO AUD-CONTROL-TOTAL
           MOVE ZEROS TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD.
       END PROGRAM HOLDREL-PROCEDURE.
