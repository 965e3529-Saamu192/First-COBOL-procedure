      *          carries before/after record counts and hash totals of
      *          PST-RESULT to prove nothing was lost.
      * Tectonics: cobc
      * Modified: 10/15/2026 - Carry the 160-byte posted-master record
      *           (run stamp, before-image, transaction currency)
      *           whole onto the history file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTPURGE-PROCEDURE.
       FD  HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED.
       01  HISTORY-RECORD              PIC X(160).

       FD  CALENDAR-FILE
           RECORDING MODE IS F
