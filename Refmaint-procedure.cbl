      ******************************************************************
      * Author: SAMUEL PERSUHN
      * Date: 10/15/2026
      * Purpose: Reference-file maintenance. Apply a supervisor's
      *          add, change and deactivate cards to the department
      *          reference, the chart of accounts and the authorized-
      *          operator file. Each card creates a new version of the
      *          entry dated on the business date it takes effect, so
      *          a change can be staged ahead of that date while the
      *          version in effect today stays untouched; a card dated
      *          on an existing version's date replaces that version.
      *          The files are loaded and edited in full - ascending
      *          key and date order, valid active flags, 8-digit
      *          account numbers - and every card is printed with the
      *          entry before and after it. Nothing is changed unless
      *          every edit passes; the three files are then rewritten
      *          in key order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT-PROCEDURE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-CARD-FILE
               ASSIGN TO "REFCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-CARD-STATUS.

           SELECT DEPT-REF-FILE
               ASSIGN TO "DEPTREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-REF-STATUS.

           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "COAREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.

           SELECT OPERATOR-AUTH-FILE
               ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-AUTH-STATUS.

           SELECT MAINT-REPORT-FILE
               ASSIGN TO "RFMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-REPORT-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY RFMCARD.

       FD  DEPT-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY DEPTREF.

       FD  ACCOUNT-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY COAREF.

       FD  OPERATOR-AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY OPERAUTH.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  MAINT-REPORT-RECORD         PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77 WS-MAINT-CARD-STATUS         PIC X(02) VALUE "00".
       77 WS-DEPT-REF-STATUS           PIC X(02) VALUE "00".
       77 WS-ACCOUNT-REF-STATUS        PIC X(02) VALUE "00".
       77 WS-OPERATOR-AUTH-STATUS      PIC X(02) VALUE "00".
       77 WS-MAINT-REPORT-STATUS       PIC X(02) VALUE "00".
       77 WS-AUDIT-FILE-STATUS         PIC X(02) VALUE "00".

       77 WS-ABEND-SWITCH              PIC X(01) VALUE "N".
           88 RUN-ABENDED                       VALUE "Y".
       77 WS-CARD-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-MAINT-CARDS                VALUE "Y".
       77 WS-DEPT-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-DEPT-REF                   VALUE "Y".
       77 WS-ACCOUNT-EOF-SWITCH        PIC X(01) VALUE "N".
           88 END-OF-ACCOUNT-REF                VALUE "Y".
       77 WS-AUTH-EOF-SWITCH           PIC X(01) VALUE "N".
           88 END-OF-AUTH-FILE                  VALUE "Y".
       77 WS-IN-EFFECT-SWITCH          PIC X(01) VALUE "N".
           88 VERSION-IN-EFFECT                 VALUE "Y".
       77 WS-SAME-DATE-SWITCH          PIC X(01) VALUE "N".
           88 SAME-DATE-VERSION                 VALUE "Y".
       77 WS-VERSION-FLAG              PIC X(01) VALUE SPACES.
           88 VERSION-IS-ACTIVE                 VALUE "A".
       77 WS-FILES-WRITTEN-SWITCH      PIC X(01) VALUE "N".
           88 REFERENCE-FILES-WRITTEN           VALUE "Y".

       77 WS-VER-SUB                   PIC 9(04) VALUE ZEROS.
       77 WS-VER-LIMIT                 PIC 9(04) VALUE 900.
       77 WS-CUR-VER-SUB               PIC 9(04) VALUE ZEROS.
       77 WS-INSERT-SUB                PIC 9(04) VALUE ZEROS.
       77 WS-SHIFT-SUB                 PIC 9(04) VALUE ZEROS.

       77 WS-ERROR-COUNT               PIC 9(04) VALUE ZEROS.
       77 WS-CARD-ERROR-START          PIC 9(04) VALUE ZEROS.
       77 WS-CARD-COUNT                PIC 9(04) VALUE ZEROS.
       77 WS-APPLIED-COUNT             PIC 9(04) VALUE ZEROS.
       77 WS-DEPT-LOADED               PIC 9(04) VALUE ZEROS.
       77 WS-ACCOUNT-LOADED            PIC 9(04) VALUE ZEROS.
       77 WS-AUTH-LOADED               PIC 9(04) VALUE ZEROS.
       77 WS-DEPT-WRITTEN              PIC 9(04) VALUE ZEROS.
       77 WS-ACCOUNT-WRITTEN           PIC 9(04) VALUE ZEROS.
       77 WS-AUTH-WRITTEN              PIC 9(04) VALUE ZEROS.

       77 WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
       77 WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
       77 WS-OPERATOR-ID               PIC X(08) VALUE SPACES.

       01 WS-EFFECTIVE-WORK.
           05 WS-EFFECTIVE-YEAR        PIC 9(04).
           05 WS-EFFECTIVE-MONTH       PIC 9(02).
           05 WS-EFFECTIVE-DAY         PIC 9(02).
       01 WS-EFFECTIVE-DATE REDEFINES WS-EFFECTIVE-WORK PIC 9(08).

      *    Every version of every entry on the three files, held in
      *    one table in ascending file, key and date order. The file
      *    ids sort C, D, O, so the chart of accounts is loaded first,
      *    then the department reference, then the operators.
       01 WS-VER-TABLE.
           05 WS-VER-COUNT             PIC 9(04) VALUE ZEROS.
           05 WS-VER-ENTRY OCCURS 900 TIMES.
               10 WS-VER-KEY.
                   15 WS-VER-FILE-ID   PIC X(01).
                   15 WS-VER-REF-KEY   PIC X(08).
                   15 WS-VER-EFF-DATE  PIC 9(08).
               10 WS-VER-RECORD        PIC X(80).

       01 WS-NEW-VERSION.
           05 WS-NEW-KEY.
               10 WS-NEW-FILE-ID       PIC X(01).
               10 WS-NEW-REF-KEY       PIC X(08).
               10 WS-NEW-EFF-DATE      PIC 9(08).
           05 WS-NEW-RECORD            PIC X(80).

       01 WS-FIND-KEY.
           05 WS-FIND-FILE-ID          PIC X(01).
           05 WS-FIND-REF-KEY          PIC X(08).
           05 WS-FIND-EFF-DATE         PIC 9(08).

       01 WS-BEFORE-RECORD             PIC X(80).

      *    Working views of one version of each kind of entry.
       01 WS-DEP-WORK.
           05 DPW-DEPT-CODE            PIC X(03).
           05 DPW-DEPT-NAME            PIC X(30).
           05 DPW-ACTIVE-FLAG          PIC X(01).
           05 DPW-EFFECTIVE-DATE       PIC 9(08).
           05 FILLER                   PIC X(38).

       01 WS-COA-WORK.
           05 CAW-DEPT-CODE            PIC X(03).
           05 CAW-DEBIT-ACCOUNT        PIC 9(08).
           05 CAW-CREDIT-ACCOUNT       PIC 9(08).
           05 CAW-ACTIVE-FLAG          PIC X(01).
           05 CAW-EFFECTIVE-DATE       PIC 9(08).
           05 FILLER                   PIC X(52).

       01 WS-OPA-WORK.
           05 OPW-OPERATOR-ID          PIC X(08).
           05 OPW-OPERATOR-NAME        PIC X(30).
           05 OPW-ACTIVE-FLAG          PIC X(01).
           05 OPW-SUPERVISOR-FLAG      PIC X(01).
           05 OPW-EFFECTIVE-DATE       PIC 9(08).
           05 FILLER                   PIC X(32).

       01 WS-MAINT-HEADER.
           05 FILLER                   PIC X(33) VALUE
               "REFERENCE FILE MAINTENANCE REPORT".
           05 FILLER                   PIC X(13) VALUE
               "  RUN DATE: ".
           05 RFR-RUN-DATE             PIC 9(08).
           05 FILLER                   PIC X(26) VALUE SPACES.

       01 WS-MAINT-LOADED-LINE.
           05 FILLER                   PIC X(16) VALUE
               "LOADED: DEPTREF ".
           05 RFR-DEPT-LOADED          PIC ZZZ9.
           05 FILLER                   PIC X(09) VALUE "  COAREF ".
           05 RFR-ACCOUNT-LOADED       PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE "  OPERAUTH ".
           05 RFR-AUTH-LOADED          PIC ZZZ9.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01 WS-MAINT-CARD-LINE.
           05 FILLER                   PIC X(05) VALUE "CARD ".
           05 RFR-CARD-NUMBER          PIC ZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RFR-CARD-FILE            PIC X(09).
           05 RFR-CARD-ACTION          PIC X(11).
           05 RFR-CARD-KEY             PIC X(08).
           05 FILLER                   PIC X(05) VALUE " EFF ".
           05 RFR-CARD-DATE            PIC X(08).
           05 FILLER                   PIC X(04) VALUE " BY ".
           05 RFR-CARD-OPERATOR        PIC X(08).
           05 FILLER                   PIC X(16) VALUE SPACES.

      *    A = active flag, S = supervisor flag (operators only). The
      *    name column carries the accounts for a chart entry.
       01 WS-MAINT-VERSION-LINE.
           05 RFR-VERSION-TAG          PIC X(09).
           05 RFR-VERSION-KEY          PIC X(08).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RFR-VERSION-DATE         PIC 9(08).
           05 FILLER                   PIC X(03) VALUE " A:".
           05 RFR-VERSION-ACTIVE       PIC X(01).
           05 FILLER                   PIC X(03) VALUE " S:".
           05 RFR-VERSION-SUPERVISOR   PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 RFR-VERSION-NAME         PIC X(30).
           05 RFR-VERSION-ACCOUNTS REDEFINES RFR-VERSION-NAME.
               10 RFR-DEBIT-TAG        PIC X(03).
               10 RFR-DEBIT-ACCOUNT    PIC 9(08).
               10 RFR-CREDIT-TAG       PIC X(04).
               10 RFR-CREDIT-ACCOUNT   PIC 9(08).
               10 FILLER               PIC X(07).
           05 FILLER                   PIC X(15) VALUE SPACES.

       01 WS-MAINT-NONE-LINE.
           05 FILLER                   PIC X(09) VALUE "  BEFORE ".
           05 FILLER                   PIC X(31) VALUE
               "NO VERSION IN EFFECT ON THE DAY".
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-MAINT-MESSAGE-LINE.
           05 RFR-TAG                  PIC X(09) VALUE SPACES.
           05 RFR-MESSAGE              PIC X(45) VALUE SPACES.
           05 RFR-VALUE                PIC X(26) VALUE SPACES.

       01 WS-MAINT-COUNT-LINE.
           05 FILLER                   PIC X(07) VALUE "CARDS: ".
           05 RFR-CARD-COUNT           PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE "  APPLIED: ".
           05 RFR-APPLIED-COUNT        PIC ZZZ9.
           05 FILLER                   PIC X(10) VALUE "  ERRORS: ".
           05 RFR-ERROR-COUNT          PIC ZZZ9.
           05 FILLER                   PIC X(40) VALUE SPACES.

       01 WS-MAINT-WRITTEN-LINE.
           05 FILLER                   PIC X(17) VALUE
               "WRITTEN: DEPTREF ".
           05 RFR-DEPT-WRITTEN         PIC ZZZ9.
           05 FILLER                   PIC X(09) VALUE "  COAREF ".
           05 RFR-ACCOUNT-WRITTEN      PIC ZZZ9.
           05 FILLER                   PIC X(11) VALUE "  OPERAUTH ".
           05 RFR-AUTH-WRITTEN         PIC ZZZ9.
           05 FILLER                   PIC X(31) VALUE SPACES.

       01 WS-MAINT-RESULT-LINE.
           05 FILLER                   PIC X(08) VALUE "RESULT: ".
           05 RFR-RESULT-TEXT          PIC X(40) VALUE SPACES.
           05 FILLER                   PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "Reference file maintenance"

           PERFORM INITIALIZATION

           IF NOT RUN-ABENDED
               PERFORM LOAD-ACCOUNT-REFERENCE
               PERFORM LOAD-DEPT-REFERENCE
               PERFORM LOAD-OPERATOR-AUTH
               MOVE WS-DEPT-LOADED TO RFR-DEPT-LOADED
               MOVE WS-ACCOUNT-LOADED TO RFR-ACCOUNT-LOADED
               MOVE WS-AUTH-LOADED TO RFR-AUTH-LOADED
               WRITE MAINT-REPORT-RECORD FROM WS-MAINT-LOADED-LINE
           END-IF

           IF NOT RUN-ABENDED
               PERFORM PROCESS-MAINT-CARDS
           END-IF

      *    The files are rewritten only from a clean run, so a
      *    refused deck leaves every version on them as it was.
           IF NOT RUN-ABENDED AND WS-ERROR-COUNT = ZEROS
               PERFORM WRITE-REFERENCE-FILES
           END-IF

           PERFORM TERMINATION

           STOP RUN.

       INITIALIZATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT MAINT-REPORT-FILE
           IF WS-MAINT-REPORT-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN RFMRPT, STATUS="
                   WS-MAINT-REPORT-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               MOVE WS-RUN-DATE TO RFR-RUN-DATE
               WRITE MAINT-REPORT-RECORD FROM WS-MAINT-HEADER
           END-IF.

       LOAD-ACCOUNT-REFERENCE.
           OPEN INPUT ACCOUNT-REF-FILE
           IF WS-ACCOUNT-REF-STATUS NOT = "00"
               MOVE "CHART OF ACCOUNTS COULD NOT BE OPENED"
                   TO RFR-MESSAGE
               MOVE WS-ACCOUNT-REF-STATUS TO RFR-VALUE
               PERFORM REPORT-MAINT-ERROR
           ELSE
               PERFORM UNTIL END-OF-ACCOUNT-REF
                   READ ACCOUNT-REF-FILE
                       AT END
                           SET END-OF-ACCOUNT-REF TO TRUE
                       NOT AT END
                           PERFORM STORE-ACCOUNT-VERSION
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.

      *    An entry keyed before versions existed is carried forward
      *    as active and in effect all along.
       STORE-ACCOUNT-VERSION.
           IF COA-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO COA-EFFECTIVE-DATE
           END-IF
           IF COA-ACTIVE-FLAG = SPACES
               MOVE "A" TO COA-ACTIVE-FLAG
           END-IF
           MOVE "C" TO WS-NEW-FILE-ID
           MOVE COA-DEPT-CODE TO WS-NEW-REF-KEY
           MOVE COA-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
           MOVE ACCOUNT-REF-RECORD TO WS-NEW-RECORD
           EVALUATE TRUE
               WHEN COA-DEPT-CODE = SPACES
                   MOVE "DEPARTMENT CODE MISSING ON COAREF"
                       TO RFR-MESSAGE
                   MOVE SPACES TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN NOT COA-IS-ACTIVE AND NOT COA-IS-INACTIVE
                   MOVE "INVALID ACTIVE FLAG ON COAREF" TO RFR-MESSAGE
                   MOVE WS-NEW-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN COA-DEBIT-ACCOUNT NOT NUMERIC
                   OR COA-CREDIT-ACCOUNT NOT NUMERIC
                   OR COA-DEBIT-ACCOUNT = ZEROS
                   OR COA-CREDIT-ACCOUNT = ZEROS
                   MOVE "ACCOUNT NUMBER NOT 8 DIGITS ON COAREF"
                       TO RFR-MESSAGE
                   MOVE WS-NEW-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
           END-EVALUATE
           PERFORM APPEND-LOADED-VERSION
           ADD 1 TO WS-ACCOUNT-LOADED.

       LOAD-DEPT-REFERENCE.
           OPEN INPUT DEPT-REF-FILE
           IF WS-DEPT-REF-STATUS NOT = "00"
               MOVE "DEPARTMENT REFERENCE COULD NOT BE OPENED"
                   TO RFR-MESSAGE
               MOVE WS-DEPT-REF-STATUS TO RFR-VALUE
               PERFORM REPORT-MAINT-ERROR
           ELSE
               PERFORM UNTIL END-OF-DEPT-REF
                   READ DEPT-REF-FILE
                       AT END
                           SET END-OF-DEPT-REF TO TRUE
                       NOT AT END
                           PERFORM STORE-DEPT-VERSION
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF.

       STORE-DEPT-VERSION.
           IF DEP-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO DEP-EFFECTIVE-DATE
           END-IF
           MOVE "D" TO WS-NEW-FILE-ID
           MOVE DEP-DEPT-CODE TO WS-NEW-REF-KEY
           MOVE DEP-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
           MOVE DEPARTMENT-REF-RECORD TO WS-NEW-RECORD
           EVALUATE TRUE
               WHEN DEP-DEPT-CODE = SPACES
                   MOVE "DEPARTMENT CODE MISSING ON DEPTREF"
                       TO RFR-MESSAGE
                   MOVE SPACES TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN NOT DEP-IS-ACTIVE AND NOT DEP-IS-INACTIVE
                   MOVE "INVALID ACTIVE FLAG ON DEPTREF" TO RFR-MESSAGE
                   MOVE WS-NEW-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
           END-EVALUATE
           PERFORM APPEND-LOADED-VERSION
           ADD 1 TO WS-DEPT-LOADED.

       LOAD-OPERATOR-AUTH.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF WS-OPERATOR-AUTH-STATUS NOT = "00"
               MOVE "AUTHORIZED-OPERATOR FILE COULD NOT BE OPENED"
                   TO RFR-MESSAGE
               MOVE WS-OPERATOR-AUTH-STATUS TO RFR-VALUE
               PERFORM REPORT-MAINT-ERROR
           ELSE
               PERFORM UNTIL END-OF-AUTH-FILE
                   READ OPERATOR-AUTH-FILE
                       AT END
                           SET END-OF-AUTH-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-AUTH-VERSION
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-AUTH-FILE
           END-IF.

       STORE-AUTH-VERSION.
           IF OPA-EFFECTIVE-DATE NOT NUMERIC
               MOVE ZEROS TO OPA-EFFECTIVE-DATE
           END-IF
           MOVE "O" TO WS-NEW-FILE-ID
           MOVE OPA-OPERATOR-ID TO WS-NEW-REF-KEY
           MOVE OPA-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
           MOVE OPERATOR-AUTH-RECORD TO WS-NEW-RECORD
           EVALUATE TRUE
               WHEN OPA-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING ON OPERAUTH"
                       TO RFR-MESSAGE
                   MOVE SPACES TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN NOT OPA-IS-ACTIVE AND NOT OPA-IS-INACTIVE
                   MOVE "INVALID ACTIVE FLAG ON OPERAUTH"
                       TO RFR-MESSAGE
                   MOVE WS-NEW-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
           END-EVALUATE
           PERFORM APPEND-LOADED-VERSION
           ADD 1 TO WS-AUTH-LOADED.

      *    Each version must sort after the one before it on key and
      *    effective date; a duplicate or out-of-order version would
      *    leave the readers unable to tell which is in effect.
       APPEND-LOADED-VERSION.
           EVALUATE TRUE
               WHEN WS-VER-COUNT > ZEROS
                   AND WS-NEW-KEY NOT > WS-VER-KEY (WS-VER-COUNT)
                   MOVE "REFERENCE FILE OUT OF KEY/DATE ORDER AT"
                       TO RFR-MESSAGE
                   MOVE WS-NEW-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN WS-VER-COUNT < WS-VER-LIMIT
                   ADD 1 TO WS-VER-COUNT
                   MOVE WS-NEW-VERSION TO WS-VER-ENTRY (WS-VER-COUNT)
               WHEN OTHER
                   DISPLAY "FATAL: REFERENCE VERSION TABLE LIMIT "
                       "EXCEEDED"
                   SET RUN-ABENDED TO TRUE
                   SET END-OF-ACCOUNT-REF TO TRUE
                   SET END-OF-DEPT-REF TO TRUE
                   SET END-OF-AUTH-FILE TO TRUE
           END-EVALUATE.

       PROCESS-MAINT-CARDS.
           OPEN INPUT MAINT-CARD-FILE
           IF WS-MAINT-CARD-STATUS = "00"
               PERFORM UNTIL END-OF-MAINT-CARDS
                   READ MAINT-CARD-FILE
                       AT END
                           SET END-OF-MAINT-CARDS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE MAINT-CARD-FILE
           END-IF

           IF WS-CARD-COUNT = ZEROS
               MOVE "NO MAINTENANCE CARDS SUPPLIED" TO RFR-MESSAGE
               MOVE SPACES TO RFR-VALUE
               PERFORM REPORT-MAINT-ERROR
           END-IF.

      *    A card is applied to the table only when it passes every
      *    edit, so each later card in the deck sees the versions the
      *    earlier ones created.
       PROCESS-ONE-CARD.
           MOVE WS-ERROR-COUNT TO WS-CARD-ERROR-START
           PERFORM PRINT-CARD-LINE

           IF WS-CARD-COUNT = 1
               PERFORM VALIDATE-MAINT-OPERATOR
               MOVE WS-ERROR-COUNT TO WS-CARD-ERROR-START
           END-IF

           PERFORM VALIDATE-CARD-FIELDS
           IF WS-ERROR-COUNT = WS-CARD-ERROR-START
               PERFORM VALIDATE-CARD-CONTENT
           END-IF
           IF WS-ERROR-COUNT = WS-CARD-ERROR-START
               MOVE RFM-FILE-ID TO WS-FIND-FILE-ID
               MOVE RFM-ENTRY-KEY TO WS-FIND-REF-KEY
               MOVE WS-EFFECTIVE-DATE TO WS-FIND-EFF-DATE
               PERFORM LOCATE-VERSION-IN-EFFECT
               PERFORM VALIDATE-CARD-ACTION
           END-IF
           IF WS-ERROR-COUNT = WS-CARD-ERROR-START
               PERFORM APPLY-MAINT-CARD
           END-IF.

       PRINT-CARD-LINE.
           MOVE WS-CARD-COUNT TO RFR-CARD-NUMBER
           EVALUATE TRUE
               WHEN RFM-DEPT-FILE
                   MOVE "DEPTREF" TO RFR-CARD-FILE
               WHEN RFM-ACCOUNT-FILE
                   MOVE "COAREF" TO RFR-CARD-FILE
               WHEN RFM-OPERATOR-FILE
                   MOVE "OPERAUTH" TO RFR-CARD-FILE
               WHEN OTHER
                   MOVE RFM-FILE-ID TO RFR-CARD-FILE
           END-EVALUATE
           EVALUATE TRUE
               WHEN RFM-ADD
                   MOVE "ADD" TO RFR-CARD-ACTION
               WHEN RFM-CHANGE
                   MOVE "CHANGE" TO RFR-CARD-ACTION
               WHEN RFM-DEACTIVATE
                   MOVE "DEACTIVATE" TO RFR-CARD-ACTION
               WHEN OTHER
                   MOVE RFM-ACTION-CODE TO RFR-CARD-ACTION
           END-EVALUATE
           MOVE RFM-ENTRY-KEY TO RFR-CARD-KEY
           MOVE RFM-EFFECTIVE-DATE TO RFR-CARD-DATE
           MOVE RFM-OPERATOR-ID TO RFR-CARD-OPERATOR
           WRITE MAINT-REPORT-RECORD FROM WS-MAINT-CARD-LINE.

      *    The deck is one supervisor's request: the first card names
      *    the operator, who must be an active supervisor on the
      *    version of the authorized-operator entry in effect today.
       VALIDATE-MAINT-OPERATOR.
           MOVE RFM-OPERATOR-ID TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID MISSING FROM MAINTENANCE CARD"
                   TO RFR-MESSAGE
               MOVE SPACES TO RFR-VALUE
               PERFORM REPORT-MAINT-ERROR
           ELSE
               MOVE "O" TO WS-FIND-FILE-ID
               MOVE WS-OPERATOR-ID TO WS-FIND-REF-KEY
               MOVE WS-RUN-DATE TO WS-FIND-EFF-DATE
               PERFORM LOCATE-VERSION-IN-EFFECT
               IF VERSION-IN-EFFECT
                   MOVE WS-VER-RECORD (WS-CUR-VER-SUB) TO WS-OPA-WORK
               ELSE
                   MOVE SPACES TO WS-OPA-WORK
               END-IF
               EVALUATE TRUE
                   WHEN NOT VERSION-IN-EFFECT
                       MOVE "OPERATOR ID NOT ON AUTHORIZED LIST"
                           TO RFR-MESSAGE
                       MOVE WS-OPERATOR-ID TO RFR-VALUE
                       PERFORM REPORT-MAINT-ERROR
                   WHEN OPW-ACTIVE-FLAG NOT = "A"
                       MOVE "OPERATOR ID IS NOT ACTIVE" TO RFR-MESSAGE
                       MOVE WS-OPERATOR-ID TO RFR-VALUE
                       PERFORM REPORT-MAINT-ERROR
                   WHEN OPW-SUPERVISOR-FLAG NOT = "Y"
                       MOVE "OPERATOR ID IS NOT A SUPERVISOR"
                           TO RFR-MESSAGE
                       MOVE WS-OPERATOR-ID TO RFR-VALUE
                       PERFORM REPORT-MAINT-ERROR
               END-EVALUATE
           END-IF.

       VALIDATE-CARD-FIELDS.
           EVALUATE TRUE
               WHEN NOT RFM-DEPT-FILE AND NOT RFM-ACCOUNT-FILE
                   AND NOT RFM-OPERATOR-FILE
                   MOVE "FILE ID MUST BE D, C OR O" TO RFR-MESSAGE
                   MOVE RFM-FILE-ID TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN NOT RFM-ADD AND NOT RFM-CHANGE
                   AND NOT RFM-DEACTIVATE
                   MOVE "ACTION MUST BE A, C OR D" TO RFR-MESSAGE
                   MOVE RFM-ACTION-CODE TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN RFM-ENTRY-KEY = SPACES
                   MOVE "ENTRY KEY MISSING" TO RFR-MESSAGE
                   MOVE SPACES TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN NOT RFM-OPERATOR-FILE
                   AND RFM-DEPT-KEY-REST NOT = SPACES
                   MOVE "DEPARTMENT CODE LONGER THAN 3 CHARACTERS"
                       TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN RFM-OPERATOR-ID NOT = WS-OPERATOR-ID
                   MOVE "CARD FROM A DIFFERENT OPERATOR THAN CARD 1"
                       TO RFR-MESSAGE
                   MOVE RFM-OPERATOR-ID TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN OTHER
                   PERFORM VALIDATE-EFFECTIVE-DATE
           END-EVALUATE.

      *    A version may be staged for any later date, but history is
      *    never rewritten: nothing takes effect before the run date.
       VALIDATE-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN RFM-EFFECTIVE-DATE = SPACES
                   MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
               WHEN RFM-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC" TO RFR-MESSAGE
                   MOVE RFM-EFFECTIVE-DATE TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN OTHER
                   MOVE RFM-EFFECTIVE-DATE-N TO WS-EFFECTIVE-DATE
                   EVALUATE TRUE
                       WHEN WS-EFFECTIVE-MONTH < 1
                           OR WS-EFFECTIVE-MONTH > 12
                           OR WS-EFFECTIVE-DAY < 1
                           OR WS-EFFECTIVE-DAY > 31
                           MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                               TO RFR-MESSAGE
                           MOVE RFM-EFFECTIVE-DATE TO RFR-VALUE
                           PERFORM REPORT-MAINT-ERROR
                       WHEN WS-EFFECTIVE-DATE < WS-RUN-DATE
                           MOVE "EFFECTIVE DATE IS BEFORE THE RUN DATE"
                               TO RFR-MESSAGE
                           MOVE RFM-EFFECTIVE-DATE TO RFR-VALUE
                           PERFORM REPORT-MAINT-ERROR
                   END-EVALUATE
           END-EVALUATE.

      *    A deactivation needs nothing beyond the key. An add must
      *    carry everything the new entry needs; a change must carry
      *    at least one field, and whatever it carries must be valid.
       VALIDATE-CARD-CONTENT.
           EVALUATE TRUE
               WHEN RFM-DEACTIVATE
                   CONTINUE
               WHEN RFM-ADD AND NOT RFM-ACCOUNT-FILE
                   AND RFM-ENTRY-NAME = SPACES
                   MOVE "NAME REQUIRED TO ADD AN ENTRY" TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN RFM-ADD AND RFM-ACCOUNT-FILE
                   AND (RFM-DEBIT-ACCOUNT = SPACES
                   OR RFM-CREDIT-ACCOUNT = SPACES)
                   MOVE "BOTH ACCOUNTS REQUIRED TO ADD AN ENTRY"
                       TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN RFM-CHANGE AND RFM-ACCOUNT-FILE
                   AND RFM-DEBIT-ACCOUNT = SPACES
                   AND RFM-CREDIT-ACCOUNT = SPACES
                   MOVE "NOTHING TO CHANGE ON CARD" TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN RFM-CHANGE AND NOT RFM-ACCOUNT-FILE
                   AND RFM-ENTRY-NAME = SPACES
                   AND RFM-SUPERVISOR-FLAG = SPACES
                   MOVE "NOTHING TO CHANGE ON CARD" TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN RFM-ACCOUNT-FILE
                   PERFORM VALIDATE-CARD-ACCOUNTS
               WHEN RFM-OPERATOR-FILE
                   AND RFM-SUPERVISOR-FLAG NOT = "Y"
                   AND RFM-SUPERVISOR-FLAG NOT = "N"
                   AND RFM-SUPERVISOR-FLAG NOT = SPACES
                   MOVE "SUPERVISOR FLAG MUST BE Y, N OR BLANK"
                       TO RFR-MESSAGE
                   MOVE RFM-SUPERVISOR-FLAG TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN RFM-DEPT-FILE
                   AND RFM-SUPERVISOR-FLAG NOT = SPACES
                   MOVE "SUPERVISOR FLAG IS FOR OPERATORS ONLY"
                       TO RFR-MESSAGE
                   MOVE RFM-SUPERVISOR-FLAG TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
           END-EVALUATE.

       VALIDATE-CARD-ACCOUNTS.
           IF RFM-DEBIT-ACCOUNT NOT = SPACES
               IF RFM-DEBIT-ACCOUNT NOT NUMERIC
                   OR RFM-DEBIT-ACCOUNT-N = ZEROS
                   MOVE "DEBIT ACCOUNT MUST BE 8 DIGITS"
                       TO RFR-MESSAGE
                   MOVE RFM-DEBIT-ACCOUNT TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               END-IF
           END-IF
           IF RFM-CREDIT-ACCOUNT NOT = SPACES
               IF RFM-CREDIT-ACCOUNT NOT NUMERIC
                   OR RFM-CREDIT-ACCOUNT-N = ZEROS
                   MOVE "CREDIT ACCOUNT MUST BE 8 DIGITS"
                       TO RFR-MESSAGE
                   MOVE RFM-CREDIT-ACCOUNT TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               END-IF
           END-IF.

      *    Finds the latest version of WS-FIND-KEY's entry dated on or
      *    before its date, notes whether that version is dated on the
      *    day itself, and where a new version for the day would be
      *    inserted to keep the table in order.
       LOCATE-VERSION-IN-EFFECT.
           MOVE "N" TO WS-IN-EFFECT-SWITCH
           MOVE "N" TO WS-SAME-DATE-SWITCH
           MOVE ZEROS TO WS-CUR-VER-SUB
           COMPUTE WS-INSERT-SUB = WS-VER-COUNT + 1
           PERFORM CHECK-ONE-VERSION
               VARYING WS-VER-SUB FROM 1 BY 1
               UNTIL WS-VER-SUB > WS-VER-COUNT.

       CHECK-ONE-VERSION.
           IF WS-VER-FILE-ID (WS-VER-SUB) = WS-FIND-FILE-ID
               AND WS-VER-REF-KEY (WS-VER-SUB) = WS-FIND-REF-KEY
               AND WS-VER-EFF-DATE (WS-VER-SUB)
                   NOT > WS-FIND-EFF-DATE
               SET VERSION-IN-EFFECT TO TRUE
               MOVE WS-VER-SUB TO WS-CUR-VER-SUB
               IF WS-VER-EFF-DATE (WS-VER-SUB) = WS-FIND-EFF-DATE
                   SET SAME-DATE-VERSION TO TRUE
               END-IF
           END-IF
           IF WS-VER-KEY (WS-VER-SUB) > WS-FIND-KEY
               AND WS-INSERT-SUB > WS-VER-COUNT
               MOVE WS-VER-SUB TO WS-INSERT-SUB
           END-IF.

      *    An add needs no active version on the day (a new entry, or
      *    one brought back after a deactivation); a change or a
      *    deactivation needs one.
       VALIDATE-CARD-ACTION.
           PERFORM LOAD-VERSION-FLAG
           EVALUATE TRUE
               WHEN RFM-ADD AND VERSION-IN-EFFECT
                   AND VERSION-IS-ACTIVE
                   MOVE "ENTRY ALREADY ACTIVE ON THE EFFECTIVE DATE"
                       TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN NOT RFM-ADD AND NOT VERSION-IN-EFFECT
                   MOVE "NO ENTRY IN EFFECT ON THE EFFECTIVE DATE"
                       TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN NOT RFM-ADD AND NOT VERSION-IS-ACTIVE
                   MOVE "ENTRY INACTIVE ON THE EFFECTIVE DATE"
                       TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
               WHEN NOT SAME-DATE-VERSION
                   AND WS-VER-COUNT NOT < WS-VER-LIMIT
                   MOVE "REFERENCE VERSION TABLE IS FULL"
                       TO RFR-MESSAGE
                   MOVE RFM-ENTRY-KEY TO RFR-VALUE
                   PERFORM REPORT-MAINT-ERROR
           END-EVALUATE.

       LOAD-VERSION-FLAG.
           MOVE SPACES TO WS-VERSION-FLAG
           IF VERSION-IN-EFFECT
               EVALUATE WS-FIND-FILE-ID
                   WHEN "C"
                       MOVE WS-VER-RECORD (WS-CUR-VER-SUB)
                           TO WS-COA-WORK
                       MOVE CAW-ACTIVE-FLAG TO WS-VERSION-FLAG
                   WHEN "D"
                       MOVE WS-VER-RECORD (WS-CUR-VER-SUB)
                           TO WS-DEP-WORK
                       MOVE DPW-ACTIVE-FLAG TO WS-VERSION-FLAG
                   WHEN OTHER
                       MOVE WS-VER-RECORD (WS-CUR-VER-SUB)
                           TO WS-OPA-WORK
                       MOVE OPW-ACTIVE-FLAG TO WS-VERSION-FLAG
               END-EVALUATE
           END-IF.

       APPLY-MAINT-CARD.
           IF VERSION-IN-EFFECT
               MOVE WS-VER-RECORD (WS-CUR-VER-SUB) TO WS-BEFORE-RECORD
               MOVE "  BEFORE " TO RFR-VERSION-TAG
               PERFORM PRINT-VERSION-LINE
           ELSE
               MOVE SPACES TO WS-BEFORE-RECORD
               WRITE MAINT-REPORT-RECORD FROM WS-MAINT-NONE-LINE
           END-IF

           EVALUATE TRUE
               WHEN RFM-ACCOUNT-FILE
                   PERFORM BUILD-ACCOUNT-VERSION
               WHEN RFM-DEPT-FILE
                   PERFORM BUILD-DEPT-VERSION
               WHEN OTHER
                   PERFORM BUILD-AUTH-VERSION
           END-EVALUATE

           IF SAME-DATE-VERSION
               MOVE WS-NEW-VERSION TO WS-VER-ENTRY (WS-CUR-VER-SUB)
           ELSE
               PERFORM SHIFT-VERSION-ENTRY
                   VARYING WS-SHIFT-SUB FROM WS-VER-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               ADD 1 TO WS-VER-COUNT
               MOVE WS-NEW-VERSION TO WS-VER-ENTRY (WS-INSERT-SUB)
           END-IF

           MOVE WS-NEW-RECORD TO WS-BEFORE-RECORD
           MOVE "  AFTER  " TO RFR-VERSION-TAG
           PERFORM PRINT-VERSION-LINE
           ADD 1 TO WS-APPLIED-COUNT.

       SHIFT-VERSION-ENTRY.
           MOVE WS-VER-ENTRY (WS-SHIFT-SUB)
               TO WS-VER-ENTRY (WS-SHIFT-SUB + 1).

      *    Each new version starts from the one it supersedes, so a
      *    change card carries only the fields it changes.
       BUILD-ACCOUNT-VERSION.
           MOVE WS-BEFORE-RECORD TO WS-COA-WORK
           MOVE RFM-DEPT-CODE TO CAW-DEPT-CODE
           IF RFM-DEBIT-ACCOUNT NOT = SPACES
               MOVE RFM-DEBIT-ACCOUNT-N TO CAW-DEBIT-ACCOUNT
           END-IF
           IF RFM-CREDIT-ACCOUNT NOT = SPACES
               MOVE RFM-CREDIT-ACCOUNT-N TO CAW-CREDIT-ACCOUNT
           END-IF
           IF RFM-DEACTIVATE
               MOVE "I" TO CAW-ACTIVE-FLAG
           ELSE
               MOVE "A" TO CAW-ACTIVE-FLAG
           END-IF
           MOVE WS-EFFECTIVE-DATE TO CAW-EFFECTIVE-DATE
           MOVE "C" TO WS-NEW-FILE-ID
           MOVE CAW-DEPT-CODE TO WS-NEW-REF-KEY
           MOVE WS-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
           MOVE WS-COA-WORK TO WS-NEW-RECORD.

       BUILD-DEPT-VERSION.
           MOVE WS-BEFORE-RECORD TO WS-DEP-WORK
           MOVE RFM-DEPT-CODE TO DPW-DEPT-CODE
           IF RFM-ENTRY-NAME NOT = SPACES
               MOVE RFM-ENTRY-NAME TO DPW-DEPT-NAME
           END-IF
           IF RFM-DEACTIVATE
               MOVE "I" TO DPW-ACTIVE-FLAG
           ELSE
               MOVE "A" TO DPW-ACTIVE-FLAG
           END-IF
           MOVE WS-EFFECTIVE-DATE TO DPW-EFFECTIVE-DATE
           MOVE "D" TO WS-NEW-FILE-ID
           MOVE DPW-DEPT-CODE TO WS-NEW-REF-KEY
           MOVE WS-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
           MOVE WS-DEP-WORK TO WS-NEW-RECORD.

       BUILD-AUTH-VERSION.
           MOVE WS-BEFORE-RECORD TO WS-OPA-WORK
           MOVE RFM-ENTRY-KEY TO OPW-OPERATOR-ID
           IF RFM-ENTRY-NAME NOT = SPACES
               MOVE RFM-ENTRY-NAME TO OPW-OPERATOR-NAME
           END-IF
           IF RFM-SUPERVISOR-FLAG NOT = SPACES
               MOVE RFM-SUPERVISOR-FLAG TO OPW-SUPERVISOR-FLAG
           END-IF
           IF OPW-SUPERVISOR-FLAG NOT = "Y"
               MOVE "N" TO OPW-SUPERVISOR-FLAG
           END-IF
           IF RFM-DEACTIVATE
               MOVE "I" TO OPW-ACTIVE-FLAG
           ELSE
               MOVE "A" TO OPW-ACTIVE-FLAG
           END-IF
           MOVE WS-EFFECTIVE-DATE TO OPW-EFFECTIVE-DATE
           MOVE "O" TO WS-NEW-FILE-ID
           MOVE OPW-OPERATOR-ID TO WS-NEW-REF-KEY
           MOVE WS-EFFECTIVE-DATE TO WS-NEW-EFF-DATE
           MOVE WS-OPA-WORK TO WS-NEW-RECORD.

      *    Prints the version in WS-BEFORE-RECORD for the card's file
      *    under the tag already set.
       PRINT-VERSION-LINE.
           MOVE SPACES TO RFR-VERSION-NAME
           MOVE SPACES TO RFR-VERSION-SUPERVISOR
           EVALUATE TRUE
               WHEN RFM-ACCOUNT-FILE
                   MOVE WS-BEFORE-RECORD TO WS-COA-WORK
                   MOVE CAW-DEPT-CODE TO RFR-VERSION-KEY
                   MOVE CAW-EFFECTIVE-DATE TO RFR-VERSION-DATE
                   MOVE CAW-ACTIVE-FLAG TO RFR-VERSION-ACTIVE
                   MOVE "DR " TO RFR-DEBIT-TAG
                   MOVE CAW-DEBIT-ACCOUNT TO RFR-DEBIT-ACCOUNT
                   MOVE " CR " TO RFR-CREDIT-TAG
                   MOVE CAW-CREDIT-ACCOUNT TO RFR-CREDIT-ACCOUNT
               WHEN RFM-DEPT-FILE
                   MOVE WS-BEFORE-RECORD TO WS-DEP-WORK
                   MOVE DPW-DEPT-CODE TO RFR-VERSION-KEY
                   MOVE DPW-EFFECTIVE-DATE TO RFR-VERSION-DATE
                   MOVE DPW-ACTIVE-FLAG TO RFR-VERSION-ACTIVE
                   MOVE DPW-DEPT-NAME TO RFR-VERSION-NAME
               WHEN OTHER
                   MOVE WS-BEFORE-RECORD TO WS-OPA-WORK
                   MOVE OPW-OPERATOR-ID TO RFR-VERSION-KEY
                   MOVE OPW-EFFECTIVE-DATE TO RFR-VERSION-DATE
                   MOVE OPW-ACTIVE-FLAG TO RFR-VERSION-ACTIVE
                   MOVE OPW-SUPERVISOR-FLAG TO RFR-VERSION-SUPERVISOR
                   MOVE OPW-OPERATOR-NAME TO RFR-VERSION-NAME
           END-EVALUATE
           WRITE MAINT-REPORT-RECORD FROM WS-MAINT-VERSION-LINE.

      *    Every version, changed or not, goes back in table order:
      *    the chart of accounts, the departments, then the operators.
       WRITE-REFERENCE-FILES.
           OPEN OUTPUT ACCOUNT-REF-FILE
           OPEN OUTPUT DEPT-REF-FILE
           OPEN OUTPUT OPERATOR-AUTH-FILE
           IF WS-ACCOUNT-REF-STATUS NOT = "00"
               OR WS-DEPT-REF-STATUS NOT = "00"
               OR WS-OPERATOR-AUTH-STATUS NOT = "00"
               DISPLAY "FATAL: UNABLE TO OPEN REFERENCE FILES, STATUS="
                   WS-ACCOUNT-REF-STATUS " " WS-DEPT-REF-STATUS " "
                   WS-OPERATOR-AUTH-STATUS
               SET RUN-ABENDED TO TRUE
           ELSE
               PERFORM WRITE-ONE-VERSION
                   VARYING WS-VER-SUB FROM 1 BY 1
                   UNTIL WS-VER-SUB > WS-VER-COUNT
               SET REFERENCE-FILES-WRITTEN TO TRUE
           END-IF
           CLOSE ACCOUNT-REF-FILE
           CLOSE DEPT-REF-FILE
           CLOSE OPERATOR-AUTH-FILE.

       WRITE-ONE-VERSION.
           EVALUATE WS-VER-FILE-ID (WS-VER-SUB)
               WHEN "C"
                   WRITE ACCOUNT-REF-RECORD
                       FROM WS-VER-RECORD (WS-VER-SUB)
                   ADD 1 TO WS-ACCOUNT-WRITTEN
               WHEN "D"
                   WRITE DEPARTMENT-REF-RECORD
                       FROM WS-VER-RECORD (WS-VER-SUB)
                   ADD 1 TO WS-DEPT-WRITTEN
               WHEN OTHER
                   WRITE OPERATOR-AUTH-RECORD
                       FROM WS-VER-RECORD (WS-VER-SUB)
                   ADD 1 TO WS-AUTH-WRITTEN
           END-EVALUATE.

       REPORT-MAINT-ERROR.
           MOVE "ERROR:   " TO RFR-TAG
           WRITE MAINT-REPORT-RECORD FROM WS-MAINT-MESSAGE-LINE
           ADD 1 TO WS-ERROR-COUNT.

       TERMINATION.
           IF WS-MAINT-REPORT-STATUS = "00"
               MOVE WS-CARD-COUNT TO RFR-CARD-COUNT
               MOVE WS-APPLIED-COUNT TO RFR-APPLIED-COUNT
               MOVE WS-ERROR-COUNT TO RFR-ERROR-COUNT
               WRITE MAINT-REPORT-RECORD FROM WS-MAINT-COUNT-LINE

               IF REFERENCE-FILES-WRITTEN
                   MOVE WS-DEPT-WRITTEN TO RFR-DEPT-WRITTEN
                   MOVE WS-ACCOUNT-WRITTEN TO RFR-ACCOUNT-WRITTEN
                   MOVE WS-AUTH-WRITTEN TO RFR-AUTH-WRITTEN
                   WRITE MAINT-REPORT-RECORD
                       FROM WS-MAINT-WRITTEN-LINE
               END-IF

               EVALUATE TRUE
                   WHEN RUN-ABENDED
                       MOVE "MAINTENANCE ABENDED" TO RFR-RESULT-TEXT
                   WHEN WS-ERROR-COUNT > ZEROS
                       MOVE "REFUSED - REFERENCE FILES NOT WRITTEN"
                           TO RFR-RESULT-TEXT
                   WHEN OTHER
                       MOVE "REFERENCE FILES WRITTEN"
                           TO RFR-RESULT-TEXT
               END-EVALUATE
               WRITE MAINT-REPORT-RECORD FROM WS-MAINT-RESULT-LINE
           END-IF

           CLOSE MAINT-REPORT-FILE

           PERFORM WRITE-AUDIT-RECORD

           DISPLAY "Maintenance cards read: " WS-CARD-COUNT
           DISPLAY "Maintenance cards applied: " WS-APPLIED-COUNT

           EVALUATE TRUE
               WHEN RUN-ABENDED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > ZEROS
                   DISPLAY "Maintenance refused - see the maintenance "
                       "report"
                   MOVE 16 TO RETURN-CODE
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
           MOVE "REFMAINT" TO AUD-PROGRAM-ID
           MOVE "REFCARD" TO AUD-INPUT-FILE-NAME
           MOVE WS-CARD-COUNT TO AUD-RECORDS-PROCESSED
           MOVE WS-ERROR-COUNT TO AUD-REJECT-COUNT
           MOVE WS-APPLIED-COUNT TO AUD-CONTROL-TOTAL
           MOVE ZEROS TO AUD-CYCLE-NUMBER
           WRITE AUDIT-RECORD

           CLOSE AUDIT-FILE.
       END PROGRAM REFMAINT-PROCEDURE.
