               10  CLR-STEP-NAME       PIC X(8).
               10  CLR-RUN-TIMESTAMP   PIC X(26).
           05  CLR-RUN-SHIFT           PIC X(1).
      *    Seconds a NOPWAIT wait step held the stream before
      *    its conditions were met; zero on every other heartbeat.
           05  CLR-WAIT-SECONDS        PIC 9(6).
      *
      * One marker record per bracket endpoint: which end, and when.
      *
       1400-READ-CYCLE-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO WS-CYCLE-DATE
      *    A catch-up run accounts the backlog cycle NOPDRV is
      *    driving: by the time the cycle tail runs, the
      *    stream's own roll has already moved the shift's
      *    PROCESSING-DATE-CTL record on to the next date.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-CYCLE-DATE
           ELSE
               OPEN INPUT PROCESSING-DATE-CTL-FILE
               IF WS-CYCLECTL-STATUS = "00"
      *            The control file is keyed by shift, so this is one
      *            keyed READ, not a scan of the file.
                   MOVE WS-RUN-SHIFT TO PDC-RUN-SHIFT
                   READ PROCESSING-DATE-CTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PDC-CYCLE-DATE TO WS-CYCLE-DATE
                   END-READ
                   CLOSE PROCESSING-DATE-CTL-FILE
               END-IF
           END-IF
           MOVE WS-CYCLE-DATE TO JCR-RUN-DATE
           MOVE WS-CYCLE-DATE TO WS-CYCLE-DATE-X
