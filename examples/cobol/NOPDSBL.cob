      *    reconciliation step can tie it to a cycle date.
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
