      *    system date only when PROCESSING-DATE-CTL is not
      *    available or carries no record for the shift.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
      *    A catch-up run accounts the backlog cycle NOPDRV is
      *    driving: by the time the cycle tail runs, the
      *    stream's own roll has already moved the shift's
      *    PROCESSING-DATE-CTL record on to the next date.
           IF JCR-CATCHUP-DATE IS NUMERIC
               AND JCR-CATCHUP-DATE > 0
               MOVE JCR-CATCHUP-DATE TO WS-CYCLE-DATE
               MOVE JCR-CYCLE-ID TO WS-CYCLE-ID
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
                           MOVE PDC-CYCLE-ID TO WS-CYCLE-ID
                   END-READ
                   CLOSE PROCESSING-DATE-CTL-FILE
               END-IF
           END-IF
           MOVE WS-CYCLE-DATE TO JCR-RUN-DATE
           MOVE WS-CYCLE-ID TO JCR-CYCLE-ID.
