               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
           05  BCR-WEEKEND-VIEW REDEFINES BCR-RECORD-DATA.
               10  BCR-DAY-FLAG        PIC X(1) OCCURS 7 TIMES.
               10  FILLER              PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-JOB-NAME                 PIC X(8) VALUE "NOPROLL".
       01  WS-CYCLECTL-STATUS          PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-BUSCAL-EOF               PIC X(1) VALUE "N".
           88 BUSCAL-AT-END                VALUE "Y".
       01  WS-CTL-FOUND                PIC X(1) VALUE "N".
      * Alert request area for NOPALERT; see ALERTREQ.cpy.
      *
       COPY ALERTREQ.
      *
      * Audit record area for NOPAUDIT; see AUDITREQ.cpy.
      *
       COPY AUDITREQ.

       PROCEDURE DIVISION.

      *    markers use.
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
      *    A catch-up run driven by NOPDRV stamps the cycle being
      *    processed, not the day the catch-up happens to run.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-SYSTEM-DATE
           END-IF
           MOVE WS-SYSTEM-DATE TO JCR-RUN-DATE
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-SYSTEM-DATE WS-RUN-TIME
               " TO " WS-NEW-CYCLE-DATE
               " SHIFT " WS-RUN-SHIFT
               DELIMITED BY SIZE INTO WS-ROLL-MESSAGE
      *    AUDIT-TRAIL accumulates one record per execution;
      *    NOPAUDIT numbers it and chains it to the record before.
           MOVE "W" TO AUQ-FUNCTION
           MOVE WS-JOB-NAME TO AUQ-JOB-NAME
           MOVE SPACES TO AUQ-PARM-STRING
           MOVE WS-ROLL-MESSAGE TO AUQ-SYSIN-DATA
           MOVE WS-RUN-TIMESTAMP TO AUQ-RUN-TIMESTAMP
           MOVE WS-RUN-SHIFT TO AUQ-RUN-SHIFT
           CALL "NOPAUDIT" USING AUDIT-REQUEST
               ON EXCEPTION
                   MOVE "N" TO AUQ-RESULT
                   DISPLAY "NOPROLL: ERROR - NOPAUDIT not available; "
                       "audit record NOT written"
           END-CALL
           IF AUQ-DUPLICATE-KEY
               DISPLAY "NOPROLL: WARNING - duplicate audit key; "
                   "record not written"
           END-IF.

       8000-DATE-TO-SERIAL.
      *    Days since the Gregorian epoch for WS-DTS-DATE, by plain
