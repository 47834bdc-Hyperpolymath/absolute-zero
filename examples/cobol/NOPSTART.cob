      *    of guessing from a bare time of day.
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT JCR-RUN-DATE FROM DATE YYYYMMDD
      *    A catch-up run driven by NOPDRV stamps the cycle being
      *    processed, not the day the catch-up happens to run.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO JCR-RUN-DATE
           END-IF
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING JCR-RUN-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
