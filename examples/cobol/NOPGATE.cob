               CLOSE GATE-CTL-FILE
           END-IF
           ACCEPT JCR-RUN-DATE FROM DATE YYYYMMDD
      *    A catch-up run driven by NOPDRV stamps the cycle being
      *    processed, not the day the catch-up happens to run.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO JCR-RUN-DATE
           END-IF
           MOVE WS-TARGET-STEP TO JCR-LAST-STEP
           IF STEP-IS-SKIPPED
               MOVE "SKIP" TO JCR-LAST-STATUS
