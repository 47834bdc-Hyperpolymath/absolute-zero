
       3000-WRITE-CHECKPOINT.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
      *    A catch-up run driven by NOPDRV stamps the cycle being
      *    processed, not the day the catch-up happens to run.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-CYCLE-DATE
           END-IF
           MOVE WS-CYCLE-DATE TO JCR-RUN-DATE
           MOVE WS-LAST-STEP TO JCR-LAST-STEP
           MOVE "COMPLETE" TO JCR-LAST-STATUS
